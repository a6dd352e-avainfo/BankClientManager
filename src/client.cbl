               ASSIGN TO "assets/compliance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS30.
           SELECT Job-Log-File ASSIGN TO "assets/joblog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS31.
           SELECT Job-Ckpt-File ASSIGN TO "assets/jobstream.ckp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS32.
           SELECT GL-Map-File ASSIGN TO "assets/glmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS33.
           SELECT GL-Journal-File ASSIGN TO WS-GL-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS34.
           SELECT GL-Exc-File ASSIGN TO "assets/gl_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS35.
           SELECT Fee-Sched-File ASSIGN TO "assets/fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS36.
           SELECT Fee-Ctl-File ASSIGN TO "assets/fees.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS37.
           SELECT Fee-Unc-File ASSIGN TO "assets/fee_uncollected.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS38.
           SELECT Fee-Rpt-File ASSIGN TO "assets/fee_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS39.
           SELECT Term-Dep-File ASSIGN TO "assets/termdep.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TD-Acct-ID
               FILE STATUS IS WS-FS40.
           SELECT Maturity-Rpt-File
               ASSIGN TO "assets/maturity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS41.
           SELECT Parties-File ASSIGN TO "assets/parties.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PT-Key
               FILE STATUS IS WS-FS42.
           SELECT Stop-Pay-File ASSIGN TO "assets/stoppay.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS43.
           SELECT Clearing-File ASSIGN TO "assets/clearing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS44.
           SELECT Clearing-Ctl-File ASSIGN TO "assets/clearing.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS45.
           SELECT Clearing-Ret-File
               ASSIGN TO "assets/clearing_returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS46.
           SELECT Paid-Chq-File ASSIGN TO "assets/paidchq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-Key
               FILE STATUS IS WS-FS47.
           SELECT Watchlist-File ASSIGN TO "assets/watchlist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS48.
           SELECT WL-Decision-File
               ASSIGN TO "assets/watchlist_decisions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS49.
           SELECT WL-Rpt-File ASSIGN TO "assets/watchlist_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS50.
           SELECT Portfolio-Rpt-File
               ASSIGN TO "assets/portfolio_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS51.
           SELECT Portfolio-Snap-File ASSIGN TO WS-PF-Snap-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS52.
           SELECT Cust-Tax-File ASSIGN TO "assets/custtax.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-Cust-ID
               FILE STATUS IS WS-FS53.
           SELECT Tax-Cert-File ASSIGN TO "assets/tax_certificates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS54.
           SELECT Tax-Summary-File ASSIGN TO WS-TC-Summ-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS55.
           SELECT Int-Ctl-File ASSIGN TO "assets/interest.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS56.

       DATA DIVISION.
       FILE SECTION.
           05 TR-Ref            PIC 9(9).
           05 TR-Teller         PIC X(4).
           05 TR-Approver       PIC X(4).
           05 TR-Chq-No         PIC 9(8).

       FD Report-File.
       01 Report-Rec             PIC X(80).
           05 OP-Limit          PIC 9(15)V99.

       FD Archive-File.
       01 Archive-Rec            PIC X(74).

       FD EOD-File.
       01 EOD-Rec                PIC X(80).

       FD Backup-File.
       01 Backup-Rec             PIC X(74).

       FD Integrity-File.
       01 Integrity-Rec          PIC X(80).
       FD Compliance-Rpt-File.
       01 Compliance-Rpt-Rec     PIC X(100).

       FD Job-Log-File.
       01 Job-Log-Rec            PIC X(80).

       FD Job-Ckpt-File.
       01 Job-Ckpt-Rec.
           05 JC-Bus-Date       PIC 9(8).
           05 JC-Steps-Done     PIC 9(2).

       FD GL-Map-File.
       01 GL-Map-Rec.
           05 GM-Type           PIC X(1).
           05 GM-DC             PIC X(1).
           05 GM-Product        PIC X(1).
           05 GM-Dr-Acct        PIC X(10).
           05 GM-Cr-Acct        PIC X(10).

       FD GL-Journal-File.
       01 GL-Journal-Rec.
           05 GJ-RType          PIC X(1).
           05 GJ-Body           PIC X(53).

       FD GL-Exc-File.
       01 GL-Exc-Rec             PIC X(80).

       FD Fee-Sched-File.
       01 Fee-Sched-Rec.
           05 FE-Product        PIC X(1).
           05 FE-Monthly        PIC 9(5)V99.
           05 FE-Free-Cnt       PIC 9(3).
           05 FE-Item-Fee       PIC 9(5)V99.
           05 FE-Waive-Min      PIC 9(13)V99.
           05 FE-NSF-Fee        PIC 9(5)V99.

       FD Fee-Ctl-File.
       01 Fee-Ctl-Rec.
           05 FC-Month          PIC 9(6).
           05 FC-Last-Acct      PIC 9(5).
           05 FC-Done           PIC X(1).

       FD Fee-Unc-File.
       01 Fee-Unc-Rec.
           05 FU-Bus-Date       PIC 9(8).
           05 FU-Month          PIC 9(6).
           05 FU-Acct-ID        PIC 9(5).
           05 FU-Type           PIC X(1).
           05 FU-Amount         PIC 9(9)V99.
           05 FU-Chq-No         PIC 9(8).

       FD Fee-Rpt-File.
       01 Fee-Rpt-Rec            PIC X(132).

       FD Term-Dep-File.
       01 Term-Dep-Rec.
           05 TD-Acct-ID        PIC 9(5).
           05 TD-Term-Months    PIC 9(3).
           05 TD-Rate-Bps       PIC 9(5).
           05 TD-Start-Date     PIC 9(8).
           05 TD-Maturity       PIC 9(8).
           05 TD-Instruction    PIC X(1).
           05 TD-Link-Acct      PIC 9(5).
           05 TD-Principal      PIC 9(15)V99.
           05 TD-Status         PIC X(1).

       FD Maturity-Rpt-File.
       01 Maturity-Rpt-Rec       PIC X(132).

       FD Parties-File.
       01 Party-Rec.
           05 PT-Key.
               10 PT-Acct-ID    PIC 9(5).
               10 PT-Cust-ID    PIC 9(5).
               10 PT-Start      PIC 9(8).
           05 PT-Role           PIC X(1).
           05 PT-End            PIC 9(8).

       FD Stop-Pay-File.
       01 Stop-Pay-Rec.
           05 SP-Acct-ID        PIC 9(5).
           05 SP-Chq-From       PIC 9(8).
           05 SP-Chq-To         PIC 9(8).
           05 SP-Amount         PIC 9(15)V99.
           05 SP-Expiry         PIC 9(8).
           05 SP-Placed         PIC 9(8).
           05 SP-Teller         PIC X(4).

       FD Clearing-File.
       01 Clearing-Rec.
           05 CL-RType          PIC X(1).
           05 CL-Body           PIC X(38).

       FD Clearing-Ctl-File.
       01 Clearing-Ctl-Rec.
           05 CLC-Last-Seq      PIC 9(6).

       FD Clearing-Ret-File.
       01 Clearing-Ret-Rec.
           05 RT-RType          PIC X(1).
           05 RT-Body           PIC X(48).

       FD Paid-Chq-File.
       01 Paid-Chq-Rec.
           05 PC-Key.
               10 PC-Acct-ID    PIC 9(5).
               10 PC-Chq-No     PIC 9(8).
           05 PC-Amount         PIC 9(15)V99.
           05 PC-Date           PIC 9(8).
           05 PC-Ref            PIC 9(9).
           05 PC-Seq            PIC 9(6).

       FD Watchlist-File.
       01 Watchlist-Rec.
           05 WL-ID             PIC 9(6).
           05 WL-Kind           PIC X(1).
           05 WL-Name           PIC X(40).
           05 WL-Source         PIC X(10).
           05 WL-Added          PIC 9(8).

       FD WL-Decision-File.
       01 WL-Decision-Rec.
           05 WD-Date           PIC 9(8).
           05 WD-Cust-ID        PIC 9(5).
           05 WD-WL-ID          PIC 9(6).
           05 WD-Decision       PIC X(1).
           05 WD-Context        PIC X(1).
           05 WD-Teller         PIC X(4).
           05 WD-Super          PIC X(4).

       FD WL-Rpt-File.
       01 WL-Rpt-Rec             PIC X(132).

       FD Portfolio-Rpt-File.
       01 Portfolio-Rpt-Rec      PIC X(132).

       FD Portfolio-Snap-File.
       01 Portfolio-Snap-Rec.
           05 PS-RType          PIC X(1).
           05 PS-Body           PIC X(85).

       FD Cust-Tax-File.
       01 Cust-Tax-Rec.
           05 CX-Cust-ID        PIC 9(5).
           05 CX-Status         PIC X(1).
           05 CX-Changed        PIC 9(8).
           05 CX-Teller         PIC X(4).

       FD Tax-Cert-File.
       01 Tax-Cert-Rec           PIC X(132).

       FD Tax-Summary-File.
       01 Tax-Summary-Rec.
           05 TS-RType          PIC X(1).
           05 TS-Body           PIC X(80).

       FD Int-Ctl-File.
       01 Int-Ctl-Rec.
           05 IC-Bus-Date       PIC 9(8).
           05 IC-Last-Acct      PIC 9(5).
           05 IC-Done           PIC X(1).

       WORKING-STORAGE SECTION.
       77 WS-FS             PIC XX.
       77 WS-FS2            PIC XX.
       77 WS-FS28           PIC XX.
       77 WS-FS29           PIC XX.
       77 WS-FS30           PIC XX.
       77 WS-FS31           PIC XX.
       77 WS-FS32           PIC XX.
       77 WS-FS33           PIC XX.
       77 WS-FS34           PIC XX.
       77 WS-FS35           PIC XX.
       77 WS-FS36           PIC XX.
       77 WS-FS37           PIC XX.
       77 WS-FS38           PIC XX.
       77 WS-FS39           PIC XX.
       77 WS-FS40           PIC XX.
       77 WS-FS41           PIC XX.
       77 WS-FS42           PIC XX.
       77 WS-FS43           PIC XX.
       77 WS-FS44           PIC XX.
       77 WS-FS45           PIC XX.
       77 WS-FS46           PIC XX.
       77 WS-FS47           PIC XX.
       77 WS-FS48           PIC XX.
       77 WS-FS49           PIC XX.
       77 WS-FS50           PIC XX.
       77 WS-FS51           PIC XX.
       77 WS-FS52           PIC XX.
       77 WS-FS53           PIC XX.
       77 WS-FS54           PIC XX.
       77 WS-FS55           PIC XX.
       77 WS-FS56           PIC XX.
       77 CLI-INPUT-TEXT    PIC X(2).
       77 CLI-INPUT         PIC 9(2) VALUE 0.
       77 EOF-FLAG          PIC X    VALUE "N".
       77 WS-Cust-Found     PIC X    VALUE "N".
       77 WS-Product-In     PIC X(1).
       77 WS-Acct-Open-OK   PIC X    VALUE "N".
       77 WS-GL-TD-Open     PIC X    VALUE "N".
       77 WS-Acct-EOF       PIC X    VALUE "N".
       77 WS-Acct-Per-Cust  PIC 9(2) VALUE 0.
       77 WS-Limit-ID       PIC 9(5) VALUE 0.
       77 WS-Prior-Found    PIC X    VALUE "N".
       77 WS-Later-Found    PIC X    VALUE "N".
       77 WS-TR-Open-OK     PIC X    VALUE "N".
       77 WS-Scan-Bad       PIC X    VALUE "N".
       77 WS-Ledger-Bal     PIC S9(16)V99 VALUE 0.
       77 WS-Replay-New     PIC S9(16)V99 VALUE 0.
       77 WS-Ledger-Found   PIC X    VALUE "N".
       77 WS-Interest       PIC 9(15)V99 VALUE 0.
       77 WS-Int-Total      PIC 9(16)V99 VALUE 0.
       77 WS-Int-Count      PIC 9(9) VALUE 0.
       77 WS-Int-Ctl-Date   PIC 9(8) VALUE 0.
       77 WS-Int-Ctl-Acct   PIC 9(5) VALUE 0.
       77 WS-Int-Ctl-Done   PIC X    VALUE "Y".
       77 WS-Int-Ctl-Bad    PIC X    VALUE "N".
       77 WS-Int-Resume     PIC 9(5) VALUE 0.
       77 WS-Int-Read-Bad   PIC X    VALUE "N".
       77 WS-Status-In      PIC X(1).
       77 WS-Type-Label     PIC X(10).
       77 WS-Amount-Text    PIC X(20).
       77 WS-Super-OK       PIC X    VALUE "N".
       77 WS-Approver-ID    PIC X(4) VALUE SPACES.
       77 WS-Ledger-Src     PIC X(4) VALUE SPACES.
       77 WS-Ledger-Chq     PIC 9(8) VALUE 0.
       77 WS-Auth-OK        PIC X    VALUE "Y".
       77 WS-Auth-Force     PIC X    VALUE "N".
       77 WS-Auth-Action    PIC X(10).
       77 WS-Signon-OK      PIC X    VALUE "N".
       77 WS-Signon-Tries   PIC 9    VALUE 0.
       77 WS-EOD-Int-Cnt    PIC 9(9) VALUE 0.
       77 WS-EOD-Int-Amt    PIC 9(16)V99 VALUE 0.
       77 WS-EOD-Oth-Cnt    PIC 9(9) VALUE 0.
       77 WS-EOD-Rev-Cnt    PIC 9(9) VALUE 0.
       77 WS-EOD-Rev-Amt    PIC 9(16)V99 VALUE 0.
       77 WS-EOD-Fee-Cnt    PIC 9(9) VALUE 0.
       77 WS-EOD-Fee-Amt    PIC 9(16)V99 VALUE 0.
       77 WS-EOD-Chq-Cnt    PIC 9(9) VALUE 0.
       77 WS-EOD-Chq-Amt    PIC 9(16)V99 VALUE 0.
       77 WS-EOD-Tax-Cnt    PIC 9(9) VALUE 0.
       77 WS-EOD-Tax-Amt    PIC 9(16)V99 VALUE 0.

       77 WS-Backup-Name    PIC X(34).
       77 WS-Bak-Count      PIC 9(9) VALUE 0.
               10 WS-HI-Bal     PIC 9(15)V99.
               10 WS-HI-Ref     PIC 9(9).
               10 WS-HI-Tel     PIC X(4).
               10 WS-HI-Chq     PIC 9(8).

       77 WS-CMP-Threshold  PIC 9(15)V99 VALUE 10000.
       77 WS-CMP-Date       PIC 9(8) VALUE 0.
           05 WS-Scan-Ref       PIC 9(9).
           05 WS-Scan-Teller    PIC X(4).
           05 WS-Scan-Approver  PIC X(4).
           05 WS-Scan-Chq-No    PIC 9(8).

       77 WS-Run-Parm       PIC X(40).
       77 WS-Run-Mode       PIC X(8).
       77 WS-Run-Oper       PIC X(4).
       77 WS-Batch-Mode     PIC X    VALUE "N".
       77 WS-Step-RC        PIC 9(2) VALUE 0.
       77 WS-JS-Step        PIC 9(2) VALUE 0.
       77 WS-JS-Step-Cnt    PIC 9(2) VALUE 9.
       77 WS-JS-Done        PIC 9(2) VALUE 0.
       77 WS-JS-Max-RC      PIC 9(2) VALUE 0.
       77 WS-JS-Stop        PIC X    VALUE "N".
       77 WS-JS-Run-Date    PIC 9(8) VALUE 0.
       77 WS-JS-Status      PIC X(9).
       77 WS-JS-Time        PIC 9(6) VALUE 0.

       01 WS-JS-Names.
           05 FILLER            PIC X(20) VALUE "CHANNEL IMPORT".
           05 FILLER            PIC X(20) VALUE "CHEQUE CLEARING".
           05 FILLER            PIC X(20) VALUE "BATCH POSTING".
           05 FILLER            PIC X(20) VALUE "INTEREST RUN".
           05 FILLER            PIC X(20) VALUE "DORMANCY REVIEW".
           05 FILLER            PIC X(20) VALUE "COMPLIANCE REPORT".
           05 FILLER            PIC X(20) VALUE "RECONCILIATION".
           05 FILLER            PIC X(20) VALUE "BACKUP AND INTEGRITY".
           05 FILLER            PIC X(20) VALUE "END-OF-DAY CLOSE".
       01 WS-JS-Name-Tab REDEFINES WS-JS-Names.
           05 WS-JS-Name        PIC X(20) OCCURS 9 TIMES.

       77 WS-GL-Name        PIC X(30).
       77 WS-GL-OK          PIC X    VALUE "N".
       77 WS-GL-Bad         PIC X    VALUE "N".
       77 WS-GL-Full        PIC X    VALUE "N".
       77 WS-GL-Cnt         PIC 9(4) VALUE 0.
       77 WS-GL-Ix          PIC 9(4) VALUE 0.
       77 WS-GL-Hit         PIC 9(4) VALUE 0.
       77 WS-GL-Items       PIC 9(9) VALUE 0.
       77 WS-GL-Unmapped    PIC 9(9) VALUE 0.
       77 WS-GL-Lines       PIC 9(9) VALUE 0.
       77 WS-GL-Dr-Tot      PIC 9(16)V99 VALUE 0.
       77 WS-GL-Cr-Tot      PIC 9(16)V99 VALUE 0.
       77 WS-GL-Product     PIC X(1).
       77 WS-GL-Post-Acct   PIC X(10).
       77 WS-GL-Post-DC     PIC X(1).
       77 WS-GM-Cnt         PIC 9(4) VALUE 0.
       77 WS-GM-Ix          PIC 9(4) VALUE 0.
       77 WS-GM-Hit         PIC 9(4) VALUE 0.
       77 WS-GM-Wild        PIC 9(4) VALUE 0.
       77 WS-GM-EOF         PIC X    VALUE "N".
       77 WS-GM-Open-OK     PIC X    VALUE "N".

       01 WS-GM-Tab.
           05 WS-GM-Entry OCCURS 200 TIMES.
               10 WS-GM-Typ     PIC X(1).
               10 WS-GM-Dir     PIC X(1).
               10 WS-GM-Prd     PIC X(1).
               10 WS-GM-Dr      PIC X(10).
               10 WS-GM-Cr      PIC X(10).

       01 WS-GL-Tab.
           05 WS-GL-Entry OCCURS 200 TIMES.
               10 WS-GL-Acct    PIC X(10).
               10 WS-GL-Dr      PIC 9(16)V99.
               10 WS-GL-Cr      PIC 9(16)V99.
               10 WS-GL-Dr-Cnt  PIC 9(7).
               10 WS-GL-Cr-Cnt  PIC 9(7).

       01 WS-GJ-Body        PIC X(53).
       01 WS-GJ-Header REDEFINES WS-GJ-Body.
           05 WS-GJ-H-Date      PIC 9(8).
           05 WS-GJ-H-Source    PIC X(10).
           05 FILLER            PIC X(35).
       01 WS-GJ-Detail REDEFINES WS-GJ-Body.
           05 WS-GJ-D-Date      PIC 9(8).
           05 WS-GJ-D-Acct      PIC X(10).
           05 WS-GJ-D-DC        PIC X(1).
           05 WS-GJ-D-Amount    PIC 9(16)V99.
           05 WS-GJ-D-Items     PIC 9(7).
           05 FILLER            PIC X(9).
       01 WS-GJ-Trailer REDEFINES WS-GJ-Body.
           05 WS-GJ-T-Date      PIC 9(8).
           05 WS-GJ-T-Debits    PIC 9(16)V99.
           05 WS-GJ-T-Credits   PIC 9(16)V99.
           05 WS-GJ-T-Count     PIC 9(9).

       77 WS-RV-Ref-In      PIC 9(9) VALUE 0.
       77 WS-RV-Key         PIC 9(9) VALUE 0.
       77 WS-RV-Cnt         PIC 9(4) VALUE 0.
       77 WS-RV-Ix          PIC 9(4) VALUE 0.
       77 WS-RV-Hit         PIC 9(4) VALUE 0.
       77 WS-RV-Full        PIC X    VALUE "N".
       77 WS-RV-Orig-Found  PIC X    VALUE "N".
       77 WS-RV-Already     PIC X    VALUE "N".
       77 WS-RV-Arch-Found  PIC X    VALUE "N".
       77 WS-RV-Int         PIC 9(9) VALUE 0.
       77 WS-RV-Date        PIC 9(8) VALUE 0.
       77 WS-RV-Back        PIC 9(2) VALUE 0.

       01 WS-RV-Tab.
           05 WS-RV-Entry OCCURS 500 TIMES.
               10 WS-RV-Ref     PIC 9(9).
               10 WS-RV-Pair    PIC X(1).

       01 WS-RV-Orig.
           05 WS-RV-O-Acct      PIC 9(5).
           05 WS-RV-O-Type      PIC X(1).
           05 WS-RV-O-DC        PIC X(1).
           05 WS-RV-O-Amount    PIC 9(15)V99.
           05 WS-RV-O-Date      PIC 9(8).
           05 WS-RV-O-Balance   PIC 9(15)V99.
           05 WS-RV-O-Ref       PIC 9(9).
           05 WS-RV-O-Teller    PIC X(4).
           05 WS-RV-O-Approver  PIC X(4).
           05 WS-RV-O-Chq-No    PIC 9(8).

       77 WS-FE-Cnt         PIC 9(2) VALUE 0.
       77 WS-FE-Ix          PIC 9(2) VALUE 0.
       77 WS-FE-Hit         PIC 9(2) VALUE 0.
       77 WS-FE-EOF         PIC X    VALUE "N".
       77 WS-FE-Open-OK     PIC X    VALUE "N".
       77 WS-FE-Bus-Month   PIC 9(6) VALUE 0.
       77 WS-FE-Open-Month  PIC 9(6) VALUE 0.
       77 WS-FE-Ctl-Month   PIC 9(6) VALUE 0.
       77 WS-FE-Ctl-Acct    PIC 9(5) VALUE 0.
       77 WS-FE-Ctl-Done    PIC X    VALUE "Y".
       77 WS-FE-Ctl-Bad     PIC X    VALUE "N".
       77 WS-FE-Resume      PIC 9(5) VALUE 0.
       77 WS-FE-Read-Bad    PIC X    VALUE "N".
       77 WS-FE-Unc-OK      PIC X    VALUE "N".
       77 WS-FE-Rpt-OK      PIC X    VALUE "N".
       77 WS-FE-Min-Bal     PIC 9(15)V99 VALUE 0.
       77 WS-FE-Wdr-Cnt     PIC 9(5) VALUE 0.
       77 WS-FE-Items       PIC 9(5) VALUE 0.
       77 WS-FE-Maint       PIC 9(9)V99 VALUE 0.
       77 WS-FE-Waived      PIC 9(9)V99 VALUE 0.
       77 WS-FE-Item-Amt    PIC 9(9)V99 VALUE 0.
       77 WS-FE-Amount      PIC 9(9)V99 VALUE 0.
       77 WS-FE-Type        PIC X    VALUE SPACE.
       77 WS-FE-Charged     PIC 9(9)V99 VALUE 0.
       77 WS-FE-Uncoll      PIC 9(9)V99 VALUE 0.
       77 WS-FE-Acct-Cnt    PIC 9(7) VALUE 0.
       77 WS-FE-Tot-Charged PIC 9(16)V99 VALUE 0.
       77 WS-FE-Tot-Waived  PIC 9(16)V99 VALUE 0.
       77 WS-FE-Tot-Uncoll  PIC 9(16)V99 VALUE 0.
       77 WS-FE-Unc-Disp    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-FE-Tab.
           05 WS-FE-Entry OCCURS 10 TIMES.
               10 WS-FE-Prd     PIC X(1).
               10 WS-FE-Mth     PIC 9(5)V99.
               10 WS-FE-Free    PIC 9(3).
               10 WS-FE-Item    PIC 9(5)V99.
               10 WS-FE-Waive   PIC 9(13)V99.
               10 WS-FE-Nsf     PIC 9(5)V99.

       77 WS-TD-Term        PIC 9(3) VALUE 0.
       77 WS-TD-Term-Text   PIC X(3).
       77 WS-TD-Rate        PIC 9(5) VALUE 0.
       77 WS-TD-Rate-Text   PIC X(5).
       77 WS-TD-Instr       PIC X    VALUE SPACE.
       77 WS-TD-Link        PIC 9(5) VALUE 0.
       77 WS-TD-OK          PIC X    VALUE "Y".
       77 WS-TD-Found       PIC X    VALUE "N".
       77 WS-TD-Locked      PIC X    VALUE "N".
       77 WS-TD-Break       PIC X    VALUE "N".
       77 WS-TD-Answer      PIC X    VALUE SPACE.
       77 WS-TD-Penalty-Bps PIC 9(4) VALUE 100.
       77 WS-TD-Net-Bps     PIC 9(5) VALUE 0.
       77 WS-TD-Days        PIC 9(5) VALUE 0.
       77 WS-TD-From-Date   PIC 9(8) VALUE 0.
       77 WS-TD-Mat-Date    PIC 9(8) VALUE 0.
       77 WS-TD-Last-Date   PIC 9(8) VALUE 0.
       77 WS-TD-Year        PIC 9(4) VALUE 0.
       77 WS-TD-MMDD        PIC 9(4) VALUE 0.
       77 WS-TD-MM          PIC 9(2) VALUE 0.
       77 WS-TD-DD          PIC 9(2) VALUE 0.
       77 WS-TD-Last-Day    PIC 9(2) VALUE 0.
       77 WS-TD-Months      PIC 9(6) VALUE 0.
       77 WS-TD-Scratch     PIC 9(6) VALUE 0.
       77 WS-TD-Int         PIC 9(8) VALUE 0.
       77 WS-TD-Week-End    PIC 9(8) VALUE 0.
       77 WS-TD-EOF         PIC X    VALUE "N".
       77 WS-TD-Rpt-OK      PIC X    VALUE "N".
       77 WS-TD-Failed      PIC X    VALUE "N".
       77 WS-TD-Mat-Cnt     PIC 9(5) VALUE 0.
       77 WS-TD-Due-Cnt     PIC 9(5) VALUE 0.
       77 WS-TD-Exc-Cnt     PIC 9(5) VALUE 0.
       77 WS-TD-Cust        PIC 9(5) VALUE 0.
       77 WS-TD-Action      PIC X(27).
       77 WS-TD-Bal         PIC 9(15)V99 VALUE 0.

       01 WS-TD-Rec.
           05 WS-TD-R-Acct      PIC 9(5).
           05 WS-TD-R-Term      PIC 9(3).
           05 WS-TD-R-Rate      PIC 9(5).
           05 WS-TD-R-Start     PIC 9(8).
           05 WS-TD-R-Maturity  PIC 9(8).
           05 WS-TD-R-Instr     PIC X(1).
           05 WS-TD-R-Link      PIC 9(5).
           05 WS-TD-R-Principal PIC 9(15)V99.
           05 WS-TD-R-Status    PIC X(1).

       77 WS-PT-Open-OK     PIC X    VALUE "N".
       77 WS-PT-EOF         PIC X    VALUE "N".
       77 WS-PT-Acct        PIC 9(5) VALUE 0.
       77 WS-PT-Legacy      PIC 9(5) VALUE 0.
       77 WS-PT-From        PIC 9(8) VALUE 0.
       77 WS-PT-To          PIC 9(8) VALUE 0.
       77 WS-PT-Owners-Only PIC X    VALUE "N".
       77 WS-PT-Cnt         PIC 9(2) VALUE 0.
       77 WS-PT-Ix          PIC 9(2) VALUE 0.
       77 WS-PT-Match       PIC X    VALUE "N".
       77 WS-PT-Match-Role  PIC X    VALUE SPACE.
       77 WS-PT-Role-In     PIC X    VALUE SPACE.
       77 WS-PT-Blocked     PIC X    VALUE "N".
       77 WS-PT-Role-Label  PIC X(7).
       77 WS-PT-Jx          PIC 9(2) VALUE 0.
       77 WS-PT-Dup         PIC X    VALUE "N".
       77 WS-PT-Period      PIC X    VALUE "N".
       77 WS-PT-Last-End    PIC 9(8) VALUE 0.

       01 WS-PT-Tab.
           05 WS-PT-Entry OCCURS 20 TIMES.
               10 WS-PT-T-Cust  PIC 9(5).
               10 WS-PT-T-Role  PIC X(1).

       77 WS-SP-Cnt         PIC 9(4) VALUE 0.
       77 WS-SP-Ix          PIC 9(4) VALUE 0.
       77 WS-SP-Pick        PIC 9(4) VALUE 0.
       77 WS-SP-EOF         PIC X    VALUE "N".
       77 WS-SP-Open-OK     PIC X    VALUE "N".
       77 WS-SP-From-In     PIC 9(8) VALUE 0.
       77 WS-SP-To-In       PIC 9(8) VALUE 0.
       77 WS-SP-Exp-In      PIC 9(8) VALUE 0.

       01 WS-SP-Tab.
           05 WS-SP-Entry OCCURS 500 TIMES.
               10 WS-SP-Acct    PIC 9(5).
               10 WS-SP-From    PIC 9(8).
               10 WS-SP-To      PIC 9(8).
               10 WS-SP-Amt     PIC 9(15)V99.
               10 WS-SP-Exp     PIC 9(8).
               10 WS-SP-Placed  PIC 9(8).
               10 WS-SP-Tel     PIC X(4).

       77 WS-CL-EOF         PIC X    VALUE "N".
       77 WS-CL-Open-OK     PIC X    VALUE "N".
       77 WS-CL-Status      PIC X    VALUE "R".
       77 WS-CL-Reason      PIC X(30).
       77 WS-CL-RecCnt      PIC 9(9) VALUE 0.
       77 WS-CL-HashTot     PIC 9(16)V99 VALUE 0.
       77 WS-CL-Seen-H      PIC X    VALUE "N".
       77 WS-CL-Seen-T      PIC X    VALUE "N".
       77 WS-CL-File-Date   PIC 9(8) VALUE 0.
       77 WS-CL-Seq         PIC 9(6) VALUE 0.
       77 WS-CL-Last-Seq    PIC 9(6) VALUE 0.
       77 WS-CL-Ret-OK      PIC X    VALUE "N".
       77 WS-CL-Paid-OK     PIC X    VALUE "N".
       77 WS-CL-Stopped     PIC X    VALUE "N".
       77 WS-CL-Dup         PIC X    VALUE "N".
       77 WS-CL-Already     PIC X    VALUE "N".
       77 WS-CL-In-Run      PIC X    VALUE "N".
       77 WS-CL-Nsf-Done    PIC X    VALUE "N".
       77 WS-CL-Scan-EOF    PIC X    VALUE "N".
       77 WS-CL-Scan-Open   PIC X    VALUE "N".
       77 WS-CL-Run-Cnt     PIC 9(4) VALUE 0.
       77 WS-CL-Run-Ix      PIC 9(4) VALUE 0.

       01 WS-CL-Run-Tab.
           05 WS-CL-Run-Entry OCCURS 2000 TIMES.
               10 WS-CL-Run-Acct PIC 9(5).
               10 WS-CL-Run-Chq  PIC 9(8).
       77 WS-CL-Paid-Cnt    PIC 9(9) VALUE 0.
       77 WS-CL-Paid-Amt    PIC 9(16)V99 VALUE 0.
       77 WS-CL-Ret-Cnt     PIC 9(9) VALUE 0.
       77 WS-CL-Ret-Amt     PIC 9(16)V99 VALUE 0.
       77 WS-CL-Nsf-Cnt     PIC 9(9) VALUE 0.
       77 WS-CL-Fee-Amt     PIC 9(16)V99 VALUE 0.

       01 WS-CL-Body        PIC X(38).
       01 WS-CL-Header REDEFINES WS-CL-Body.
           05 WS-CL-H-Date      PIC 9(8).
           05 WS-CL-H-Seq       PIC 9(6).
           05 FILLER            PIC X(24).
       01 WS-CL-Detail REDEFINES WS-CL-Body.
           05 WS-CL-D-Acct      PIC 9(5).
           05 WS-CL-D-Chq       PIC 9(8).
           05 WS-CL-D-Amount    PIC 9(15)V99.
           05 WS-CL-D-Bank      PIC X(8).
       01 WS-CL-Trailer REDEFINES WS-CL-Body.
           05 WS-CL-T-Count     PIC 9(9).
           05 WS-CL-T-Hash      PIC 9(16)V99.
           05 FILLER            PIC X(11).

       01 WS-RT-Body        PIC X(48).
       01 WS-RT-Header REDEFINES WS-RT-Body.
           05 WS-RT-H-Date      PIC 9(8).
           05 WS-RT-H-Seq       PIC 9(6).
           05 FILLER            PIC X(34).
       01 WS-RT-Detail REDEFINES WS-RT-Body.
           05 WS-RT-D-Date      PIC 9(8).
           05 WS-RT-D-Acct      PIC 9(5).
           05 WS-RT-D-Chq       PIC 9(8).
           05 WS-RT-D-Amount    PIC 9(15)V99.
           05 WS-RT-D-Bank      PIC X(8).
           05 WS-RT-D-Reason    PIC X(2).
       01 WS-RT-Trailer REDEFINES WS-RT-Body.
           05 WS-RT-T-Count     PIC 9(9).
           05 WS-RT-T-Amount    PIC 9(16)V99.
           05 FILLER            PIC X(21).

       77 WS-WL-Cnt         PIC 9(4) VALUE 0.
       77 WS-WL-Ix          PIC 9(4) VALUE 0.
       77 WS-WL-EOF         PIC X    VALUE "N".
       77 WS-WL-Open-OK     PIC X    VALUE "N".
       77 WS-WL-Hits        PIC 9(2) VALUE 0.
       77 WS-WL-Hx          PIC 9(2) VALUE 0.
       77 WS-WL-Clear       PIC X    VALUE "Y".
       77 WS-WL-Context     PIC X    VALUE "N".
       77 WS-WL-Decision    PIC X    VALUE "B".
       77 WS-WL-Confirmed   PIC X    VALUE "N".
       77 WS-WL-Was-Cleared PIC X    VALUE "N".
       77 WS-WL-Clr-Cnt     PIC 9(4) VALUE 0.
       77 WS-WL-Clr-Ix      PIC 9(4) VALUE 0.
       77 WS-WL-Screened    PIC 9(7) VALUE 0.
       77 WS-WL-Hit-Cust    PIC 9(7) VALUE 0.
       77 WS-WL-Cust-Frozen PIC 9(7) VALUE 0.
       77 WS-WL-Acct-Frozen PIC 9(7) VALUE 0.
       77 WS-WL-Frozen      PIC 9(4) VALUE 0.
       77 WS-WL-Rpt-OK      PIC X    VALUE "N".
       77 WS-WL-Cx          PIC 9(2) VALUE 0.
       77 WS-WL-Fx          PIC 9(2) VALUE 0.
       77 WS-WL-Wn          PIC 9(2) VALUE 0.
       77 WS-WL-Wx          PIC 9(2) VALUE 0.
       77 WS-WL-Wy          PIC 9(2) VALUE 0.
       77 WS-WL-Ptr         PIC 9(3) VALUE 0.
       77 WS-WL-Swap        PIC X(20).
       77 WS-WL-Sorted      PIC X(40).
       77 WS-WL-C-Sorted    PIC X(40).
       77 WS-WL-C-Flat1     PIC X(40).
       77 WS-WL-C-Flat2     PIC X(40).
       77 WS-WL-Outcome     PIC X(27).

       01 WS-WL-Work        PIC X(40).
       01 WS-WL-Work-Tab REDEFINES WS-WL-Work.
           05 WS-WL-Ch          PIC X(1) OCCURS 40 TIMES.

       01 WS-WL-Flat        PIC X(40).
       01 WS-WL-Flat-Tab REDEFINES WS-WL-Flat.
           05 WS-WL-Fl          PIC X(1) OCCURS 40 TIMES.

       01 WS-WL-Words.
           05 WS-WL-Word OCCURS 9 TIMES.
               10 WS-WL-Wc      PIC X(1) OCCURS 20 TIMES.

       01 WS-WL-Tab.
           05 WS-WL-Entry OCCURS 1000 TIMES.
               10 WS-WL-T-ID     PIC 9(6).
               10 WS-WL-T-Kind   PIC X(1).
               10 WS-WL-T-Name   PIC X(40).
               10 WS-WL-T-Source PIC X(10).
               10 WS-WL-T-Added  PIC 9(8).
               10 WS-WL-T-Sorted PIC X(40).
               10 WS-WL-T-Flat   PIC X(40).

       01 WS-WL-Hit-Tab.
           05 WS-WL-Hit         PIC 9(4) OCCURS 10 TIMES.

       01 WS-WL-Clr-Tab.
           05 WS-WL-Clr-Entry OCCURS 500 TIMES.
               10 WS-WL-Clr-Cust PIC 9(5).
               10 WS-WL-Clr-ID   PIC 9(6).

       77 WS-PF-Snap-Name   PIC X(40).
       77 WS-PF-Prev-Month  PIC 9(6) VALUE 0.
       77 WS-PF-Bus-Month   PIC 9(6) VALUE 0.
       77 WS-PF-Entry-Month PIC 9(6) VALUE 0.
       77 WS-PF-Cnt         PIC 9(3) VALUE 0.
       77 WS-PF-Ix          PIC 9(3) VALUE 0.
       77 WS-PF-Jx          PIC 9(3) VALUE 0.
       77 WS-PF-Gx          PIC 9(3) VALUE 0.
       77 WS-PF-Full        PIC X    VALUE "N".
       77 WS-PF-EOF         PIC X    VALUE "N".
       77 WS-PF-Snap-Write  PIC X    VALUE "N".
       77 WS-PF-Read-Bad    PIC X    VALUE "N".
       77 WS-PF-Prev-Found  PIC X    VALUE "N".
       77 WS-PF-Branch-In   PIC X(4).
       77 WS-PF-Product-In  PIC X(1).
       77 WS-PF-Last-Acct   PIC 9(5) VALUE 0.
       77 WS-PF-Acct-Cnt    PIC 9(4) VALUE 0.
       77 WS-PF-Acct-Ix     PIC 9(4) VALUE 0.
       77 WS-PF-Cur-Branch  PIC X(4).
       77 WS-PF-Avg         PIC 9(16)V99 VALUE 0.
       77 WS-PF-Diff        PIC S9(16)V99 VALUE 0.
       77 WS-PF-Cnt-Diff    PIC S9(5) VALUE 0.
       77 WS-PF-Amt-Disp1   PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Amt-Disp2   PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Amt-Disp3   PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Chg-Disp1   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Chg-Disp2   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Chg-Disp3   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Chg-Disp4   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 WS-PF-Cnt-Disp    PIC -ZZZZ9.
       77 WS-PF-Sx          PIC 9    VALUE 0.
       77 WS-PF-Tie         PIC X(12).

       01 WS-PF-Tab.
           05 WS-PF-Entry OCCURS 200 TIMES.
               10 WS-PF-Branch  PIC X(4).
               10 WS-PF-Product PIC X(1).
               10 WS-PF-Accts   PIC 9(5).
               10 WS-PF-Cnt-A   PIC 9(5).
               10 WS-PF-Cnt-F   PIC 9(5).
               10 WS-PF-Cnt-C   PIC 9(5).
               10 WS-PF-Cnt-D   PIC 9(5).
               10 WS-PF-Bal     PIC 9(16)V99.
               10 WS-PF-Opened  PIC 9(5).
               10 WS-PF-Closed  PIC 9(5).
               10 WS-PF-Dep     PIC S9(16)V99.
               10 WS-PF-Wdr     PIC S9(16)V99.
               10 WS-PF-Int     PIC S9(16)V99.
               10 WS-PF-P-Accts PIC 9(5).
               10 WS-PF-P-Bal   PIC 9(16)V99.
               10 WS-PF-P-Dep   PIC S9(16)V99.
               10 WS-PF-P-Wdr   PIC S9(16)V99.
               10 WS-PF-P-Int   PIC S9(16)V99.

       01 WS-PF-Sum-Tab.
           05 WS-PF-Sum OCCURS 2 TIMES.
               10 WS-PF-S-Branch  PIC X(4).
               10 WS-PF-S-Product PIC X(1).
               10 WS-PF-S-Accts   PIC 9(5).
               10 WS-PF-S-Cnt-A   PIC 9(5).
               10 WS-PF-S-Cnt-F   PIC 9(5).
               10 WS-PF-S-Cnt-C   PIC 9(5).
               10 WS-PF-S-Cnt-D   PIC 9(5).
               10 WS-PF-S-Bal     PIC 9(16)V99.
               10 WS-PF-S-Opened  PIC 9(5).
               10 WS-PF-S-Closed  PIC 9(5).
               10 WS-PF-S-Dep     PIC S9(16)V99.
               10 WS-PF-S-Wdr     PIC S9(16)V99.
               10 WS-PF-S-Int     PIC S9(16)V99.
               10 WS-PF-S-P-Accts PIC 9(5).
               10 WS-PF-S-P-Bal   PIC 9(16)V99.
               10 WS-PF-S-P-Dep   PIC S9(16)V99.
               10 WS-PF-S-P-Wdr   PIC S9(16)V99.
               10 WS-PF-S-P-Int   PIC S9(16)V99.

       01 WS-PF-Print.
           05 WS-PF-W-Branch    PIC X(4).
           05 WS-PF-W-Product   PIC X(1).
           05 WS-PF-W-Accts     PIC 9(5).
           05 WS-PF-W-Cnt-A     PIC 9(5).
           05 WS-PF-W-Cnt-F     PIC 9(5).
           05 WS-PF-W-Cnt-C     PIC 9(5).
           05 WS-PF-W-Cnt-D     PIC 9(5).
           05 WS-PF-W-Bal       PIC 9(16)V99.
           05 WS-PF-W-Opened    PIC 9(5).
           05 WS-PF-W-Closed    PIC 9(5).
           05 WS-PF-W-Dep       PIC S9(16)V99.
           05 WS-PF-W-Wdr       PIC S9(16)V99.
           05 WS-PF-W-Int       PIC S9(16)V99.
           05 WS-PF-W-P-Accts   PIC 9(5).
           05 WS-PF-W-P-Bal     PIC 9(16)V99.
           05 WS-PF-W-P-Dep     PIC S9(16)V99.
           05 WS-PF-W-P-Wdr     PIC S9(16)V99.
           05 WS-PF-W-P-Int     PIC S9(16)V99.

       01 WS-PF-Swap        PIC X(189).

       01 WS-PF-Acct-Tab.
           05 WS-PF-Acct-Entry OCCURS 2000 TIMES.
               10 WS-PF-A-ID      PIC 9(5).
               10 WS-PF-A-Branch  PIC X(4).
               10 WS-PF-A-Product PIC X(1).

       77 WS-TX-Open-OK     PIC X    VALUE "N".
       77 WS-TX-Local       PIC X    VALUE "N".
       77 WS-TX-Status      PIC X(1) VALUE "S".
       77 WS-TX-Status-In   PIC X(1).
       77 WS-TX-Found       PIC X    VALUE "N".
       77 WS-TX-Bad         PIC X    VALUE "N".
       77 WS-TX-Label       PIC X(8).
       77 WS-TX-Std-Bps     PIC 9(4) VALUE 2000.
       77 WS-TX-Frn-Bps     PIC 9(4) VALUE 3000.
       77 WS-TX-Bps         PIC 9(4) VALUE 0.
       77 WS-TX-Tax         PIC 9(15)V99 VALUE 0.
       77 WS-TX-Wh-Total    PIC 9(16)V99 VALUE 0.
       77 WS-TX-Wh-Count    PIC 9(9) VALUE 0.
       77 WS-TX-Net         PIC 9(16)V99 VALUE 0.

       77 WS-TC-Year-Text   PIC X(4).
       77 WS-TC-Year        PIC 9(4) VALUE 0.
       77 WS-TC-Bus-Year    PIC 9(4) VALUE 0.
       77 WS-TC-Entry-Year  PIC 9(4) VALUE 0.
       77 WS-TC-MM          PIC 9(2) VALUE 0.
       77 WS-TC-Scan-Month  PIC 9(6) VALUE 0.
       77 WS-TC-Summ-Name   PIC X(40).
       77 WS-TC-Cnt         PIC 9(4) VALUE 0.
       77 WS-TC-Ix          PIC 9(4) VALUE 0.
       77 WS-TC-Jx          PIC 9(4) VALUE 0.
       77 WS-TC-Cx          PIC 9(4) VALUE 0.
       77 WS-TC-Full        PIC X    VALUE "N".
       77 WS-TC-Last-Acct   PIC 9(5) VALUE 0.
       77 WS-TC-Cust        PIC 9(5) VALUE 0.
       77 WS-TC-Unres-Cnt   PIC 9(9) VALUE 0.
       77 WS-TC-Unres-Amt   PIC 9(16)V99 VALUE 0.
       77 WS-TC-Gross-Tot   PIC 9(16)V99 VALUE 0.
       77 WS-TC-Wh-Tot      PIC 9(16)V99 VALUE 0.
       77 WS-TC-Net         PIC 9(15)V99 VALUE 0.
       77 WS-TC-Cert-OK     PIC X    VALUE "N".
       77 WS-TC-Summ-OK     PIC X    VALUE "N".

       01 WS-TC-Tab.
           05 WS-TC-Entry OCCURS 2000 TIMES.
               10 WS-TC-Cust-ID  PIC 9(5).
               10 WS-TC-Gross    PIC 9(15)V99.
               10 WS-TC-Withheld PIC 9(15)V99.

       01 WS-TC-Swap        PIC X(39).

       01 WS-TS-Body        PIC X(80).
       01 WS-TS-Header REDEFINES WS-TS-Body.
           05 WS-TS-H-Year      PIC 9(4).
           05 WS-TS-H-Date      PIC 9(8).
           05 WS-TS-H-Source    PIC X(10).
           05 FILLER            PIC X(58).
       01 WS-TS-Detail REDEFINES WS-TS-Body.
           05 WS-TS-D-Year      PIC 9(4).
           05 WS-TS-D-Cust      PIC 9(5).
           05 WS-TS-D-Last      PIC X(20).
           05 WS-TS-D-First     PIC X(15).
           05 WS-TS-D-Status    PIC X(1).
           05 WS-TS-D-Gross     PIC 9(15)V99.
           05 WS-TS-D-Withheld  PIC 9(15)V99.
           05 FILLER            PIC X(1).
       01 WS-TS-Trailer REDEFINES WS-TS-Body.
           05 WS-TS-T-Year      PIC 9(4).
           05 WS-TS-T-Count     PIC 9(9).
           05 WS-TS-T-Gross     PIC 9(16)V99.
           05 WS-TS-T-Withheld  PIC 9(16)V99.
           05 FILLER            PIC X(31).

       01 WS-PS-Body        PIC X(85).
       01 WS-PS-Group REDEFINES WS-PS-Body.
           05 WS-PS-G-Branch    PIC X(4).
           05 WS-PS-G-Product   PIC X(1).
           05 WS-PS-G-Accts     PIC 9(5).
           05 WS-PS-G-Bal       PIC 9(16)V99.
           05 WS-PS-G-Dep       PIC S9(16)V99 SIGN LEADING SEPARATE.
           05 WS-PS-G-Wdr       PIC S9(16)V99 SIGN LEADING SEPARATE.
           05 WS-PS-G-Int       PIC S9(16)V99 SIGN LEADING SEPARATE.
       01 WS-PS-Account REDEFINES WS-PS-Body.
           05 WS-PS-A-ID        PIC 9(5).
           05 WS-PS-A-Branch    PIC X(4).
           05 WS-PS-A-Product   PIC X(1).
           05 FILLER            PIC X(75).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM Read-Run-Parm
           IF WS-Batch-Mode = "Y"
               PERFORM Batch-Signon
               IF WS-Signon-OK = "Y"
                   PERFORM Init-Business-Date
                   PERFORM Count-Clients
                   PERFORM Job-Stream
               ELSE
                   MOVE 16 TO WS-JS-Max-RC
               END-IF
               MOVE WS-JS-Max-RC TO RETURN-CODE
           ELSE
               PERFORM Operator-Signon
               IF WS-Signon-OK = "Y"
                   PERFORM Init-Business-Date
                   PERFORM Drawer-Signon
                   PERFORM Count-Clients
                   PERFORM Main-Menu
               END-IF
           END-IF
           STOP RUN.

       Read-Run-Parm.
           MOVE "N" TO WS-Batch-Mode
           MOVE SPACES TO WS-Run-Parm
           MOVE SPACES TO WS-Run-Mode
           MOVE SPACES TO WS-Run-Oper
           ACCEPT WS-Run-Parm FROM COMMAND-LINE
           UNSTRING WS-Run-Parm DELIMITED BY ALL SPACE OR "="
               INTO WS-Run-Mode WS-Run-Oper
           END-UNSTRING
           IF WS-Run-Mode = "BATCH" OR WS-Run-Mode = "batch"
               MOVE "Y" TO WS-Batch-Mode
           END-IF.

       Batch-Signon.
           MOVE "N" TO WS-Signon-OK
           MOVE 0 TO WS-Signon-Tries
           MOVE WS-Run-Oper TO WS-Teller-ID
           IF WS-Teller-ID = SPACES
               DISPLAY "Batch run needs an operator ID, for example "
                       "BATCH NITE."
           ELSE
               PERFORM Validate-Operator
               IF WS-Signon-OK = "Y" AND WS-Teller-Class NOT = "B"
                   DISPLAY "Operator " WS-Teller-ID
                           " is not a batch operator."
                   MOVE "N" TO WS-Signon-OK
               END-IF
           END-IF
           IF WS-Signon-OK = "Y"
               DISPLAY "Batch run signed on: " WS-Teller-ID " "
                       FUNCTION TRIM(WS-Teller-Name)
           ELSE
               DISPLAY "Batch sign-on failed."
           END-IF.

       Init-Business-Date.
           PERFORM Read-Control-File
           IF WS-Bus-Date = 0
               PERFORM Validate-Operator
               ADD 1 TO WS-Signon-Tries
           END-PERFORM
           IF WS-Signon-OK = "Y" AND WS-Teller-Class = "B"
               DISPLAY "Batch operator IDs cannot sign on at a "
                       "terminal."
               MOVE "N" TO WS-Signon-OK
           END-IF
           IF WS-Signon-OK = "Y"
               DISPLAY "Signed on: " WS-Teller-ID " "
                       FUNCTION TRIM(WS-Teller-Name)
                       ELSE
                           IF OP-ID = WS-Teller-ID
                               MOVE OP-Name TO WS-Teller-Name
                               EVALUATE OP-Class
                                   WHEN "S"
                                       MOVE "S" TO WS-Teller-Class
                                   WHEN "B"
                                       MOVE "B" TO WS-Teller-Class
                                   WHEN OTHER
                                       MOVE "T" TO WS-Teller-Class
                               END-EVALUATE
                               IF OP-Limit NUMERIC
                                   MOVE OP-Limit TO WS-Teller-Limit
                               ELSE
       Authorize-Amount.
           MOVE SPACES TO WS-Approver-ID
           MOVE "Y" TO WS-Auth-OK
           IF WS-Amount > WS-Teller-Limit OR WS-Auth-Force = "Y"
               MOVE "N" TO WS-Auth-OK
               IF WS-Auth-Force = "Y"
                   DISPLAY "This posting needs supervisor approval."
               ELSE
                   MOVE WS-Teller-Limit TO WS-Amount-Disp
                   DISPLAY "Amount exceeds your authorization limit of "
                           WS-Amount-Disp
               END-IF
               DISPLAY "Supervisor ID for override (blank cancels): "
                   WITH NO ADVANCING
               ACCEPT WS-Super-ID
           DISPLAY "20: Restore & Rebuild"
           DISPLAY "21: Compliance Report"
           DISPLAY "22: History Inquiry"
           DISPLAY "23: Reverse Transaction"
           DISPLAY "24: Fee Run"
           DISPLAY "25: Account Parties"
           DISPLAY "26: Stop Payments"
           DISPLAY "27: Cheque Clearing"
           DISPLAY "28: Watchlist Rescreen"
           DISPLAY "29: Portfolio Report"
           DISPLAY "30: Tax Certificates"
           DISPLAY "0: Exit"
           DISPLAY "> " WITH NO ADVANCING
           ACCEPT CLI-INPUT-TEXT
               WHEN 20 PERFORM Restore-Rebuild
               WHEN 21 PERFORM Compliance-Report
               WHEN 22 PERFORM History-Inquiry
               WHEN 23 PERFORM Reverse-Transaction
               WHEN 24 PERFORM Fee-Run
               WHEN 25 PERFORM Account-Parties
               WHEN 26 PERFORM Stop-Payments
               WHEN 27 PERFORM Clearing-Import
               WHEN 28 PERFORM Watchlist-Rescreen
               WHEN 29 PERFORM Portfolio-Report
               WHEN 30 PERFORM Tax-Certificates
               WHEN 0 DISPLAY "Exiting."
               WHEN OTHER DISPLAY "Invalid option."
           END-EVALUATE.

       Job-Stream.
           MOVE 0 TO WS-JS-Max-RC
           MOVE "N" TO WS-JS-Stop
           MOVE WS-Bus-Date TO WS-JS-Run-Date
           PERFORM JS-Read-Ckpt
           IF WS-JS-Stop = "Y"
               MOVE 8 TO WS-JS-Max-RC
               DISPLAY "Job checkpoint unknown, no steps were run."
           END-IF
           MOVE SPACES TO Job-Log-Rec
           STRING "JOB STREAM START " WS-JS-Run-Date
               " OPERATOR " WS-Teller-ID
               DELIMITED BY SIZE INTO Job-Log-Rec
           END-STRING
           PERFORM JS-Write-Log
           IF WS-JS-Done > 0
               DISPLAY "Restarting job stream for " WS-JS-Run-Date
                       " after step " WS-JS-Done "."
           END-IF
           PERFORM VARYING WS-JS-Step FROM 1 BY 1
           UNTIL WS-JS-Step > WS-JS-Step-Cnt OR WS-JS-Stop = "Y"
               IF WS-JS-Step NOT > WS-JS-Done
                   MOVE 0 TO WS-Step-RC
                   MOVE "SKIPPED" TO WS-JS-Status
                   PERFORM JS-Log-Step
               ELSE
                   PERFORM JS-Run-Step
               END-IF
           END-PERFORM
           MOVE SPACES TO Job-Log-Rec
           IF WS-JS-Stop = "Y"
               STRING "JOB STREAM STOPPED " WS-JS-Run-Date
                   " MAX RC=" WS-JS-Max-RC ", RERUN TO RESUME"
                   DELIMITED BY SIZE INTO Job-Log-Rec
               END-STRING
               DISPLAY "Job stream stopped, rerun to resume at the "
                       "failed step."
           ELSE
               STRING "JOB STREAM END " WS-JS-Run-Date
                   " MAX RC=" WS-JS-Max-RC
                   DELIMITED BY SIZE INTO Job-Log-Rec
               END-STRING
               DISPLAY "Job stream complete, max return code "
                       WS-JS-Max-RC "."
           END-IF
           PERFORM JS-Write-Log.

       JS-Run-Step.
           MOVE 0 TO WS-Step-RC
           DISPLAY "=== Step " WS-JS-Step ": "
                   FUNCTION TRIM(WS-JS-Name(WS-JS-Step)) " ==="
           EVALUATE WS-JS-Step
               WHEN 1 PERFORM JS-Step-Channel
               WHEN 2 PERFORM JS-Step-Clearing
               WHEN 3 PERFORM Batch-Posting
               WHEN 4 PERFORM Interest-Run
               WHEN 5 PERFORM Dormancy-Review
               WHEN 6 PERFORM JS-Step-Compliance
               WHEN 7 PERFORM Reconciliation
               WHEN 8 PERFORM Backup-And-Integrity
               WHEN 9 PERFORM End-Of-Day-Close
           END-EVALUATE
           IF WS-Step-RC > 4
               MOVE "FAILED" TO WS-JS-Status
               MOVE "Y" TO WS-JS-Stop
           ELSE
               MOVE "COMPLETED" TO WS-JS-Status
               IF WS-JS-Step = WS-JS-Step-Cnt
                   MOVE 0 TO WS-JS-Done
               ELSE
                   MOVE WS-JS-Step TO WS-JS-Done
               END-IF
               PERFORM JS-Write-Ckpt
           END-IF
           IF WS-Step-RC > WS-JS-Max-RC
               MOVE WS-Step-RC TO WS-JS-Max-RC
           END-IF
           PERFORM JS-Log-Step.

       JS-Step-Channel.
           PERFORM Channel-Import
           EVALUATE TRUE
               WHEN WS-CH-Status = "A"
                   CONTINUE
               WHEN WS-CH-Reason = "FILE NOT FOUND"
                   MOVE 4 TO WS-Step-RC
               WHEN OTHER
                   MOVE 8 TO WS-Step-RC
           END-EVALUATE.

       JS-Step-Clearing.
           PERFORM Clearing-Import
           EVALUATE TRUE
               WHEN WS-CL-Status = "A"
                   CONTINUE
               WHEN WS-CL-Reason = "FILE NOT FOUND"
                   MOVE 4 TO WS-Step-RC
               WHEN OTHER
                   MOVE 8 TO WS-Step-RC
           END-EVALUATE.

       JS-Step-Compliance.
           PERFORM CMP-Read-Ctl
           MOVE 1 TO WS-CMP-Mode
           MOVE WS-Bus-Date TO WS-CMP-Date
           PERFORM CMP-Run-Report.

       JS-Log-Step.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-JS-Time
           MOVE SPACES TO Job-Log-Rec
           STRING WS-JS-Run-Date " " WS-JS-Time
               " STEP " WS-JS-Step " " WS-JS-Name(WS-JS-Step)
               " RC=" WS-Step-RC " " WS-JS-Status
               DELIMITED BY SIZE INTO Job-Log-Rec
           END-STRING
           PERFORM JS-Write-Log.

       JS-Write-Log.
           OPEN EXTEND Job-Log-File
           IF WS-FS31 = "35"
               OPEN OUTPUT Job-Log-File
           END-IF
           IF WS-FS31 NOT = "00"
               DISPLAY "Job log could not be written, status=" WS-FS31
           ELSE
               WRITE Job-Log-Rec
               CLOSE Job-Log-File
           END-IF.

       JS-Read-Ckpt.
           MOVE 0 TO WS-JS-Done
           OPEN INPUT Job-Ckpt-File
           IF WS-FS32 = "35"
               MOVE 0 TO WS-JS-Done
           ELSE
               IF WS-FS32 NOT = "00"
                   DISPLAY "Job checkpoint could not be read, status="
                           WS-FS32
                   MOVE "Y" TO WS-JS-Stop
               ELSE
                   READ Job-Ckpt-File
                       AT END MOVE 0 TO WS-JS-Done
                       NOT AT END
                           IF WS-FS32 NOT = "00"
                               DISPLAY "Job checkpoint could not be "
                                       "read, status=" WS-FS32
                               MOVE "Y" TO WS-JS-Stop
                           ELSE
                               IF JC-Bus-Date = WS-JS-Run-Date
                                   IF JC-Steps-Done NUMERIC
                                       MOVE JC-Steps-Done TO WS-JS-Done
                                   ELSE
                                       DISPLAY "Job checkpoint for "
                                               WS-JS-Run-Date
                                               " is not valid."
                                       MOVE "Y" TO WS-JS-Stop
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
                   CLOSE Job-Ckpt-File
               END-IF
           END-IF.

       JS-Write-Ckpt.
           IF WS-JS-Done = 0
               MOVE WS-Bus-Date TO JC-Bus-Date
           ELSE
               MOVE WS-JS-Run-Date TO JC-Bus-Date
           END-IF
           MOVE WS-JS-Done TO JC-Steps-Done
           OPEN OUTPUT Job-Ckpt-File
           IF WS-FS32 NOT = "00"
               DISPLAY "Job checkpoint could not be written, status="
                       WS-FS32 ", job stream stopped."
               MOVE 8 TO WS-Step-RC
               MOVE "FAILED" TO WS-JS-Status
               MOVE "Y" TO WS-JS-Stop
           ELSE
               WRITE Job-Ckpt-Rec
               CLOSE Job-Ckpt-File
           END-IF.

       Add-Clients.
           PERFORM Read-Control-File
           OPEN I-O Clients-File
                   PERFORM Show-Account-File-Error
               ELSE
                   MOVE "N" TO EOF-FLAG
                   PERFORM WL-Load-Table
                   COMPUTE WS-Start-ID = WS-Last-ID + 1
                   COMPUTE WS-Limit-ID = WS-Last-ID + CLI-INPUT
                   PERFORM VARYING WS-Cust-ID FROM WS-Start-ID BY 1
                   CLOSE Accounts-File
               END-IF
               CLOSE Clients-File
           END-IF
           MOVE SPACES TO WS-Approver-ID.

       Add-One-Customer.
           MOVE SPACES TO WS-Approver-ID
           MOVE WS-Cust-ID TO Client-ID
           DISPLAY "Enter info for customer #" WS-Cust-ID
           DISPLAY " First name: " WITH NO ADVANCING
           DISPLAY " Branch code: " WITH NO ADVANCING
           ACCEPT Client-Branch
           MOVE WS-Bus-Date TO Client-Open-Date
           MOVE "N" TO WS-WL-Context
           PERFORM WL-Screen-Client
           IF WS-WL-Clear = "N"
               DISPLAY "Customer #" WS-Cust-ID " not created, "
                       "watchlist match not cleared."
           ELSE
               PERFORM Add-Screened-Customer
           END-IF.

       Add-Screened-Customer.
           WRITE Client-Rec
               INVALID KEY
                   DISPLAY "Customer ID " Client-ID
           END-EVALUATE.

       Open-New-Account.
           DISPLAY " Product type (C=Checking S=Savings "
                   "T=Term deposit): " WITH NO ADVANCING
           ACCEPT WS-Product-In
           MOVE "Y" TO WS-TD-OK
           IF WS-Product-In = "T"
               PERFORM TD-Capture-Terms
           END-IF
           EVALUATE TRUE
               WHEN WS-Product-In NOT = "C" AND
                       WS-Product-In NOT = "S" AND
                       WS-Product-In NOT = "T"
                   DISPLAY "Invalid product type, no account opened."
               WHEN WS-TD-OK = "N"
                   CONTINUE
               WHEN OTHER
                   DISPLAY " Opening amount: " WITH NO ADVANCING
                   ACCEPT WS-Amount-Text
                   ADD 1 TO WS-Last-Acct
                   MOVE WS-Last-Acct TO Account-ID
                   MOVE WS-Cust-ID TO Account-Cust-ID
                   MOVE WS-Product-In TO Account-Product
                   MOVE "A" TO Account-Status
                   COMPUTE Account-Amount =
                           FUNCTION NUMVAL(WS-Amount-Text)
                   MOVE WS-Bus-Date TO Account-Open-Date
                   WRITE Account-Rec
                       INVALID KEY
                           DISPLAY "Account ID " Account-ID
                                   " already exists, skipped."
                   END-WRITE
                   EVALUATE WS-FS19
                       WHEN "00"
                           PERFORM Write-Control-File
                           PERFORM Append-Open-Entry
                           DISPLAY "Account " Account-ID
                                   " opened for customer " WS-Cust-ID
                           PERFORM PT-Add-Primary
                           IF Account-Product = "T"
                               PERFORM TD-Write-Detail
                           END-IF
                       WHEN "22"
                           PERFORM Write-Control-File
                       WHEN OTHER
                           PERFORM Show-Account-File-Error
                   END-EVALUATE
           END-EVALUATE.

       Read-Control-File.
           MOVE 0 TO WS-Last-ID
               IF WS-FS19 = "00"
                   PERFORM Find-Account
                   IF WS-Found = "Y"
                       MOVE "N" TO WS-Open-OK
                       OPEN INPUT Clients-File
                       IF WS-FS = "00"
                           MOVE "Y" TO WS-Open-OK
                           PERFORM Fetch-Owner
                       ELSE
                           MOVE SPACES TO Client-FirstName
                           MOVE SPACES TO Client-LastName
                       END-IF
                       PERFORM Show-Account-Detail
                       PERFORM Show-Account-Parties
                       IF WS-Open-OK = "Y"
                           CLOSE Clients-File
                       END-IF
                   ELSE
                       DISPLAY "Account not found."
                   END-IF
           MOVE WS-Avail-Bal TO WS-Avail-Disp
           DISPLAY "  Available balance: " WS-Avail-Disp.

       Show-Account-Parties.
           PERFORM PT-Open-Input
           MOVE Account-ID TO WS-PT-Acct
           MOVE Account-Cust-ID TO WS-PT-Legacy
           MOVE WS-Bus-Date TO WS-PT-From
           MOVE WS-Bus-Date TO WS-PT-To
           MOVE "N" TO WS-PT-Owners-Only
           PERFORM PT-Load-Account
           PERFORM PT-Close-File
           PERFORM VARYING WS-PT-Ix FROM 1 BY 1
           UNTIL WS-PT-Ix > WS-PT-Cnt
               MOVE WS-PT-T-Role(WS-PT-Ix) TO WS-PT-Role-In
               PERFORM PT-Set-Role-Label
               IF WS-Open-OK = "Y"
                   MOVE WS-PT-T-Cust(WS-PT-Ix) TO WS-Cust-ID
                   PERFORM Find-Customer
               ELSE
                   MOVE "N" TO WS-Cust-Found
               END-IF
               IF WS-Cust-Found = "N"
                   MOVE SPACES TO Client-FirstName
                   MOVE SPACES TO Client-LastName
               END-IF
               DISPLAY "  Party: Cust=" WS-PT-T-Cust(WS-PT-Ix) " "
                       WS-PT-Role-Label " " Client-FirstName " "
                       Client-LastName
           END-PERFORM.

       Consult-By-Name.
           DISPLAY "Enter last name: " WITH NO ADVANCING
           ACCEPT WS-Search-Last
               OPEN INPUT Accounts-File
               IF WS-FS19 = "00"
                   MOVE "Y" TO WS-Acct-Open-OK
                   PERFORM PT-Open-Input
               END-IF
           END-IF
           PERFORM UNTIL EOF-FLAG = "Y"
               END-READ
           END-PERFORM
           IF WS-Acct-Open-OK = "Y"
               PERFORM PT-Close-File
               CLOSE Accounts-File
           END-IF
           IF WS-Open-OK = "Y"
                       IF WS-FS19 NOT = "00"
                           MOVE "Y" TO WS-Acct-EOF
                       ELSE
                           PERFORM List-Check-Party
                           IF WS-PT-Match = "Y"
                               ADD 1 TO WS-Acct-Per-Cust
                               MOVE Account-Amount TO WS-Amount-Disp
                               MOVE WS-PT-Match-Role TO WS-PT-Role-In
                               PERFORM PT-Set-Role-Label
                               DISPLAY "  Acct=" Account-ID
                                   ", Product=" Account-Product
                                   ", Status=" Account-Status
                                   ", Balance=" WS-Amount-Disp
                                   ", Role=" WS-PT-Role-Label
                           END-IF
                       END-IF
               END-READ
               DISPLAY "  (no accounts on file)"
           END-IF.

       List-Check-Party.
           MOVE "N" TO WS-PT-Match
           MOVE SPACE TO WS-PT-Match-Role
           MOVE Account-ID TO WS-PT-Acct
           MOVE Account-Cust-ID TO WS-PT-Legacy
           MOVE WS-Bus-Date TO WS-PT-From
           MOVE WS-Bus-Date TO WS-PT-To
           MOVE "N" TO WS-PT-Owners-Only
           PERFORM PT-Load-Account
           PERFORM VARYING WS-PT-Ix FROM 1 BY 1
           UNTIL WS-PT-Ix > WS-PT-Cnt OR WS-PT-Match = "Y"
               IF WS-PT-T-Cust(WS-PT-Ix) = Client-ID
                   MOVE "Y" TO WS-PT-Match
                   MOVE WS-PT-T-Role(WS-PT-Ix) TO WS-PT-Match-Role
               END-IF
           END-PERFORM.

       Find-Account.
           MOVE WS-Target-ID TO Account-ID
           READ Accounts-File
                       "(status " Account-Status "), posting refused."
               MOVE "N" TO WS-Found
           END-IF
           IF WS-Found = "Y"
               PERFORM TD-Check-Locked
               IF WS-TD-Locked = "Y"
                   PERFORM TD-Offer-Break
                   IF WS-TD-Break = "N"
                       MOVE "N" TO WS-Found
                   END-IF
               END-IF
           END-IF
           IF WS-Found = "Y"
               MOVE Account-Amount TO WS-Amount-Disp
               DISPLAY "Found: Acct=" Account-ID ", Cust="
                                           "account " WS-Target-ID
                               NOT INVALID KEY
                                   PERFORM Append-Transaction
                                   DISPLAY "Reference " WS-Last-Ref
                           END-REWRITE
                           DISPLAY "Update complete."
                       END-IF
           ELSE
               PERFORM Find-Account
               IF WS-Found = "Y"
                   PERFORM TD-Check-Locked
                   PERFORM PT-Check-Close
               END-IF
               EVALUATE TRUE
                   WHEN WS-Found = "N"
                       DISPLAY "Account not found."
                   WHEN WS-TD-Locked = "Y" AND WS-TD-Found NOT = "Y"
                       DISPLAY "Term deposit details unavailable for "
                               Account-ID ", close refused."
                   WHEN WS-TD-Locked = "Y"
                       DISPLAY "Term deposit " Account-ID " matures on "
                               WS-TD-R-Maturity ", break it before "
                               "closing."
                   WHEN WS-PT-Blocked = "E"
                       DISPLAY "Parties file unavailable, close "
                               "refused."
                   WHEN WS-PT-Blocked = "Y"
                       DISPLAY "Account " Account-ID " not closed, end "
                               "the other parties first (option 25)."
                   WHEN OTHER
                       MOVE Account-Amount TO WS-Close-Bal
                       DELETE Accounts-File
                           INVALID KEY
                               DISPLAY "Close failed for account "
                                       WS-Target-ID
                           NOT INVALID KEY
                               PERFORM Append-Close-Entry
                               PERFORM PT-End-All-Open
                               DISPLAY "Account " WS-Target-ID
                                       " closed."
                       END-DELETE
               END-EVALUATE
               CLOSE Accounts-File
           END-IF.

           OPEN INPUT Pending-File
           IF WS-FS6 = "35"
               DISPLAY "Pending file assets/pending.dat was not found."
               MOVE 4 TO WS-Step-RC
           ELSE
               IF WS-FS6 NOT = "00"
                   DISPLAY "Pending file could not be read, status="
                           WS-FS6
                   MOVE 8 TO WS-Step-RC
               ELSE
                   OPEN I-O Accounts-File
                   IF WS-FS19 NOT = "00"
                       PERFORM Show-Account-File-Error
                       MOVE 8 TO WS-Step-RC
                   ELSE
                       IF WS-Ckpt-Done > 0
                           DISPLAY "Restarting after " WS-Ckpt-Done
                           DISPLAY "Batch stopped after "
                                   WS-Batch-Seq " items, rerun to "
                                   "resume."
                           MOVE 8 TO WS-Step-RC
                       ELSE
                           MOVE 0 TO WS-Ckpt-Done
                           PERFORM Write-Batch-Ckpt
               PERFORM Find-Account
               IF WS-Found = "Y"
                   PERFORM Hold-Sum-For-Account
                   PERFORM TD-Check-Locked
               END-IF
               EVALUATE TRUE
                   WHEN WS-Found = "N"
                       MOVE "06" TO WS-Reject-Reason
                   WHEN Account-Status = "D"
                       MOVE "07" TO WS-Reject-Reason
                   WHEN WS-TD-Locked = "Y"
                       MOVE "08" TO WS-Reject-Reason
                   WHEN PD-Type = "W" AND PD-Amount > WS-Avail-Bal
                       MOVE "03" TO WS-Reject-Reason
                   WHEN OTHER
               PERFORM Channel-Post
               IF WS-CH-Status = "A"
                   PERFORM Channel-Write-Ctl
               ELSE
                   DISPLAY "Channel file not completed: "
                           FUNCTION TRIM(WS-CH-Reason)
               END-IF
           ELSE
               DISPLAY "Channel file rejected: "
                       IF WS-FS20 NOT = "00"
                           DISPLAY "Channel file could not be read, "
                                   "status=" WS-FS20
                           MOVE "FILE COULD NOT BE READ" TO
                               WS-CH-Reason
                           MOVE "Y" TO WS-CH-EOF
                       ELSE
                           IF CH-RType = "D"
           END-PERFORM
           IF WS-CH-Status = "A"
               CLOSE Accounts-File
               IF WS-CH-Reason NOT = SPACES
                   MOVE "R" TO WS-CH-Status
               END-IF
           END-IF
           IF WS-CH-Open-OK = "Y"
               CLOSE Channel-File
                       "assets/channel_ack.txt"
           END-IF.

       Clearing-Import.
           MOVE 0 TO WS-CL-Paid-Cnt
           MOVE 0 TO WS-CL-Paid-Amt
           MOVE 0 TO WS-CL-Ret-Cnt
           MOVE 0 TO WS-CL-Ret-Amt
           MOVE 0 TO WS-CL-Nsf-Cnt
           MOVE 0 TO WS-CL-Fee-Amt
           PERFORM Clearing-Read-Ctl
           PERFORM Clearing-Validate
           IF WS-CL-Status = "A"
               PERFORM Clearing-Post
               IF WS-CL-Status = "A"
                   PERFORM Clearing-Write-Ctl
               ELSE
                   DISPLAY "Clearing file not completed: "
                           FUNCTION TRIM(WS-CL-Reason)
               END-IF
           ELSE
               DISPLAY "Clearing file rejected: "
                       FUNCTION TRIM(WS-CL-Reason)
           END-IF.

       Clearing-Validate.
           MOVE "R" TO WS-CL-Status
           MOVE SPACES TO WS-CL-Reason
           MOVE "N" TO WS-CL-EOF
           MOVE "N" TO WS-CL-Open-OK
           MOVE "N" TO WS-CL-Seen-H
           MOVE "N" TO WS-CL-Seen-T
           MOVE 0 TO WS-CL-RecCnt
           MOVE 0 TO WS-CL-HashTot
           MOVE 0 TO WS-CL-File-Date
           MOVE 0 TO WS-CL-Seq
           OPEN INPUT Clearing-File
           IF WS-FS44 = "35"
               MOVE "FILE NOT FOUND" TO WS-CL-Reason
               MOVE "Y" TO WS-CL-EOF
           ELSE
               IF WS-FS44 NOT = "00"
                   MOVE "FILE COULD NOT BE READ" TO WS-CL-Reason
                   MOVE "Y" TO WS-CL-EOF
               ELSE
                   MOVE "Y" TO WS-CL-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-CL-EOF = "Y"
               READ Clearing-File
                   AT END MOVE "Y" TO WS-CL-EOF
                   NOT AT END
                       IF WS-FS44 NOT = "00"
                           MOVE "FILE COULD NOT BE READ" TO
                               WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       ELSE
                           PERFORM Clearing-Check-Rec
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CL-Open-OK = "Y"
               CLOSE Clearing-File
           END-IF
           IF WS-CL-Reason = SPACES
               PERFORM Clearing-Check-Totals
           END-IF
           IF WS-CL-Reason = SPACES
               MOVE "A" TO WS-CL-Status
           END-IF.

       Clearing-Check-Rec.
           MOVE CL-Body TO WS-CL-Body
           EVALUATE CL-RType
               WHEN "H"
                   IF WS-CL-Seen-H = "Y"
                       MOVE "DUPLICATE HEADER" TO WS-CL-Reason
                       MOVE "Y" TO WS-CL-EOF
                   ELSE
                       IF WS-CL-H-Date NOT NUMERIC OR
                               WS-CL-H-Seq NOT NUMERIC
                           MOVE "BAD HEADER RECORD" TO WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       ELSE
                           MOVE "Y" TO WS-CL-Seen-H
                           MOVE WS-CL-H-Date TO WS-CL-File-Date
                           MOVE WS-CL-H-Seq TO WS-CL-Seq
                       END-IF
                   END-IF
               WHEN "D"
                   EVALUATE TRUE
                       WHEN WS-CL-Seen-H = "N"
                           MOVE "DETAIL BEFORE HEADER" TO
                               WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN WS-CL-Seen-T = "Y"
                           MOVE "DETAIL AFTER TRAILER" TO
                               WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN WS-CL-D-Acct NOT NUMERIC OR
                               WS-CL-D-Chq NOT NUMERIC OR
                               WS-CL-D-Amount NOT NUMERIC
                           MOVE "BAD DETAIL RECORD" TO WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN WS-CL-D-Chq = 0 OR WS-CL-D-Amount = 0
                           MOVE "BAD DETAIL RECORD" TO WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN OTHER
                           ADD 1 TO WS-CL-RecCnt
                           ADD WS-CL-D-Amount TO WS-CL-HashTot
                   END-EVALUATE
               WHEN "T"
                   EVALUATE TRUE
                       WHEN WS-CL-Seen-H = "N"
                           MOVE "TRAILER BEFORE HEADER" TO
                               WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN WS-CL-Seen-T = "Y"
                           MOVE "DUPLICATE TRAILER" TO WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN WS-CL-T-Count NOT NUMERIC OR
                               WS-CL-T-Hash NOT NUMERIC
                           MOVE "BAD TRAILER RECORD" TO WS-CL-Reason
                           MOVE "Y" TO WS-CL-EOF
                       WHEN OTHER
                           MOVE "Y" TO WS-CL-Seen-T
                           IF WS-CL-T-Count NOT = WS-CL-RecCnt
                               MOVE "RECORD COUNT MISMATCH" TO
                                   WS-CL-Reason
                               MOVE "Y" TO WS-CL-EOF
                           ELSE
                               IF WS-CL-T-Hash NOT = WS-CL-HashTot
                                   MOVE "AMOUNT TOTAL MISMATCH" TO
                                       WS-CL-Reason
                                   MOVE "Y" TO WS-CL-EOF
                               END-IF
                           END-IF
                   END-EVALUATE
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-CL-Reason
                   MOVE "Y" TO WS-CL-EOF
           END-EVALUATE.

       Clearing-Check-Totals.
           EVALUATE TRUE
               WHEN WS-CL-Seen-H = "N"
                   MOVE "HEADER MISSING" TO WS-CL-Reason
               WHEN WS-CL-Seen-T = "N"
                   MOVE "TRAILER MISSING" TO WS-CL-Reason
               WHEN WS-CL-Seq NOT > WS-CL-Last-Seq
                   MOVE "SEQUENCE REPEATED OR BACKWARD" TO
                       WS-CL-Reason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Clearing-Post.
           MOVE "CLRG" TO WS-Ledger-Src
           MOVE 0 TO WS-CL-Run-Cnt
           MOVE "N" TO WS-CL-EOF
           MOVE "N" TO WS-CL-Open-OK
           PERFORM SP-Load-Table
           PERFORM Fee-Load-Schedule
           OPEN INPUT Clearing-File
           IF WS-FS44 NOT = "00"
               MOVE "FILE COULD NOT BE REREAD" TO WS-CL-Reason
               MOVE "R" TO WS-CL-Status
               MOVE "Y" TO WS-CL-EOF
           ELSE
               MOVE "Y" TO WS-CL-Open-OK
               OPEN I-O Accounts-File
               IF WS-FS19 NOT = "00"
                   PERFORM Show-Account-File-Error
                   MOVE "FILE COULD NOT BE POSTED" TO WS-CL-Reason
                   MOVE "R" TO WS-CL-Status
                   MOVE "Y" TO WS-CL-EOF
               END-IF
           END-IF
           IF WS-CL-Status = "A"
               PERFORM Clearing-Open-Outputs
           END-IF
           PERFORM UNTIL WS-CL-EOF = "Y"
               READ Clearing-File
                   AT END MOVE "Y" TO WS-CL-EOF
                   NOT AT END
                       IF WS-FS44 NOT = "00"
                           DISPLAY "Clearing file could not be read, "
                                   "status=" WS-FS44
                           MOVE "POSTING STOPPED, READ FAILED" TO
                               WS-CL-Reason
                           MOVE 8 TO WS-Step-RC
                           MOVE "Y" TO WS-CL-EOF
                       ELSE
                           IF CL-RType = "D"
                               PERFORM Clearing-Post-Detail
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CL-Status = "A"
               PERFORM Clearing-Close-Outputs
               CLOSE Accounts-File
               IF WS-CL-Reason NOT = SPACES
                   MOVE "R" TO WS-CL-Status
               END-IF
           END-IF
           IF WS-CL-Open-OK = "Y"
               CLOSE Clearing-File
           END-IF
           IF WS-CL-Status = "A"
               MOVE WS-CL-Paid-Amt TO WS-Total-Disp
               DISPLAY "Cheque clearing complete: " WS-CL-Paid-Cnt
                       " paid for " WS-Total-Disp
               MOVE WS-CL-Ret-Amt TO WS-Total-Disp
               DISPLAY "  " WS-CL-Ret-Cnt " returned for "
                       WS-Total-Disp ", " WS-CL-Nsf-Cnt " NSF."
               DISPLAY "Returns written to "
                       "assets/clearing_returns.dat"
           END-IF
           MOVE SPACES TO WS-Ledger-Src.

       Clearing-Open-Outputs.
           MOVE "N" TO WS-CL-Paid-OK
           OPEN I-O Paid-Chq-File
           IF WS-FS47 = "35"
               OPEN OUTPUT Paid-Chq-File
               IF WS-FS47 = "00"
                   CLOSE Paid-Chq-File
                   OPEN I-O Paid-Chq-File
               END-IF
           END-IF
           IF WS-FS47 = "00"
               MOVE "Y" TO WS-CL-Paid-OK
           ELSE
               DISPLAY "Paid cheque register could not be opened, "
                       "status=" WS-FS47
               MOVE "FILE COULD NOT BE POSTED" TO WS-CL-Reason
               MOVE "R" TO WS-CL-Status
               MOVE "Y" TO WS-CL-EOF
           END-IF
           MOVE "N" TO WS-CL-Ret-OK
           OPEN OUTPUT Clearing-Ret-File
           IF WS-FS46 NOT = "00"
               DISPLAY "Returns file could not be created, status="
                       WS-FS46
               MOVE "FILE COULD NOT BE POSTED" TO WS-CL-Reason
               MOVE "R" TO WS-CL-Status
               MOVE "Y" TO WS-CL-EOF
           ELSE
               MOVE "Y" TO WS-CL-Ret-OK
               MOVE "H" TO RT-RType
               MOVE SPACES TO WS-RT-Body
               MOVE WS-Bus-Date TO WS-RT-H-Date
               MOVE WS-CL-Seq TO WS-RT-H-Seq
               MOVE WS-RT-Body TO RT-Body
               WRITE Clearing-Ret-Rec
           END-IF
           IF WS-CL-Status NOT = "A"
               CLOSE Accounts-File
               IF WS-CL-Paid-OK = "Y"
                   CLOSE Paid-Chq-File
               END-IF
               IF WS-CL-Ret-OK = "Y"
                   CLOSE Clearing-Ret-File
               END-IF
           END-IF.

       Clearing-Close-Outputs.
           MOVE "T" TO RT-RType
           MOVE SPACES TO WS-RT-Body
           MOVE WS-CL-Ret-Cnt TO WS-RT-T-Count
           MOVE WS-CL-Ret-Amt TO WS-RT-T-Amount
           MOVE WS-RT-Body TO RT-Body
           WRITE Clearing-Ret-Rec
           CLOSE Clearing-Ret-File
           CLOSE Paid-Chq-File.

       Clearing-Post-Detail.
           MOVE CL-Body TO WS-CL-Body
           MOVE SPACES TO WS-Reject-Reason
           MOVE WS-CL-D-Acct TO WS-Target-ID
           PERFORM Find-Account
           IF WS-Found = "Y"
               PERFORM Hold-Sum-For-Account
               PERFORM CL-Check-Paid
               PERFORM CL-Check-Stop
           END-IF
           EVALUATE TRUE
               WHEN WS-Found = "N"
                   MOVE "01" TO WS-Reject-Reason
               WHEN WS-CL-Already = "Y"
                   ADD 1 TO WS-CL-Paid-Cnt
                   ADD WS-CL-D-Amount TO WS-CL-Paid-Amt
               WHEN WS-CL-Dup = "Y"
                   MOVE "10" TO WS-Reject-Reason
               WHEN WS-CL-Stopped = "Y"
                   MOVE "09" TO WS-Reject-Reason
               WHEN Account-Product NOT = "C"
                   MOVE "11" TO WS-Reject-Reason
               WHEN Account-Status = "F" OR Account-Status = "C"
                   MOVE "06" TO WS-Reject-Reason
               WHEN Account-Status = "D"
                   MOVE "07" TO WS-Reject-Reason
               WHEN WS-CL-D-Amount > WS-Avail-Bal
                   MOVE "03" TO WS-Reject-Reason
               WHEN OTHER
                   PERFORM CL-Pay-Cheque
           END-EVALUATE
           IF WS-Reject-Reason NOT = SPACES
               PERFORM CL-Write-Return
               IF WS-Reject-Reason = "03"
                   ADD 1 TO WS-CL-Nsf-Cnt
                   PERFORM CL-Charge-NSF
               END-IF
           END-IF.

       CL-Check-Paid.
           MOVE "N" TO WS-CL-Dup
           MOVE "N" TO WS-CL-Already
           MOVE WS-CL-D-Acct TO PC-Acct-ID
           MOVE WS-CL-D-Chq TO PC-Chq-No
           READ Paid-Chq-File
               INVALID KEY MOVE "N" TO WS-CL-Dup
               NOT INVALID KEY
                   IF PC-Date = WS-Bus-Date AND
                           PC-Amount = WS-CL-D-Amount AND
                           PC-Seq = WS-CL-Seq
                       PERFORM CL-Check-Run-Paid
                       IF WS-CL-In-Run = "Y"
                           MOVE "Y" TO WS-CL-Dup
                       ELSE
                           MOVE "Y" TO WS-CL-Already
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-CL-Dup
                   END-IF
           END-READ.

       CL-Check-Run-Paid.
           MOVE "N" TO WS-CL-In-Run
           PERFORM VARYING WS-CL-Run-Ix FROM 1 BY 1
           UNTIL WS-CL-Run-Ix > WS-CL-Run-Cnt OR WS-CL-In-Run = "Y"
               IF WS-CL-Run-Acct(WS-CL-Run-Ix) = WS-CL-D-Acct AND
                       WS-CL-Run-Chq(WS-CL-Run-Ix) = WS-CL-D-Chq
                   MOVE "Y" TO WS-CL-In-Run
               END-IF
           END-PERFORM.

       CL-Check-Stop.
           MOVE "N" TO WS-CL-Stopped
           PERFORM VARYING WS-SP-Ix FROM 1 BY 1
           UNTIL WS-SP-Ix > WS-SP-Cnt OR WS-CL-Stopped = "Y"
               IF WS-SP-Acct(WS-SP-Ix) = WS-CL-D-Acct AND
                       WS-CL-D-Chq NOT < WS-SP-From(WS-SP-Ix) AND
                       WS-CL-D-Chq NOT > WS-SP-To(WS-SP-Ix) AND
                       WS-SP-Exp(WS-SP-Ix) NOT < WS-Bus-Date AND
                       (WS-SP-Amt(WS-SP-Ix) = 0 OR
                        WS-SP-Amt(WS-SP-Ix) = WS-CL-D-Amount)
                   MOVE "Y" TO WS-CL-Stopped
               END-IF
           END-PERFORM.

       CL-Pay-Cheque.
           SUBTRACT WS-CL-D-Amount FROM Account-Amount
           REWRITE Account-Rec
               INVALID KEY
                   ADD WS-CL-D-Amount TO Account-Amount
                   MOVE "04" TO WS-Reject-Reason
               NOT INVALID KEY
                   SUBTRACT WS-CL-D-Amount FROM WS-Avail-Bal
                   PERFORM Append-Cheque-Entry
                   PERFORM CL-Record-Paid
                   ADD 1 TO WS-CL-Paid-Cnt
                   ADD WS-CL-D-Amount TO WS-CL-Paid-Amt
           END-REWRITE.

       Append-Cheque-Entry.
           MOVE Account-ID TO TR-Acct-ID
           MOVE "Q" TO TR-Type
           MOVE "D" TO TR-DC
           MOVE WS-CL-D-Amount TO TR-Amount
           MOVE WS-Bus-Date TO TR-Date
           MOVE Account-Amount TO TR-Balance
           PERFORM Read-Control-File
           ADD 1 TO WS-Last-Ref
           PERFORM Write-Control-File
           MOVE WS-Last-Ref TO TR-Ref
           MOVE WS-CL-D-Chq TO WS-Ledger-Chq
           PERFORM Write-Ledger-Rec
           MOVE 0 TO WS-Ledger-Chq.

       CL-Record-Paid.
           MOVE WS-CL-D-Acct TO PC-Acct-ID
           MOVE WS-CL-D-Chq TO PC-Chq-No
           MOVE WS-CL-D-Amount TO PC-Amount
           MOVE WS-Bus-Date TO PC-Date
           MOVE WS-Last-Ref TO PC-Ref
           MOVE WS-CL-Seq TO PC-Seq
           WRITE Paid-Chq-Rec
               INVALID KEY
                   DISPLAY "Paid cheque " PC-Chq-No " on account "
                           PC-Acct-ID " could not be registered, "
                           "status=" WS-FS47
           END-WRITE
           IF WS-CL-Run-Cnt < 2000
               ADD 1 TO WS-CL-Run-Cnt
               MOVE WS-CL-D-Acct TO WS-CL-Run-Acct(WS-CL-Run-Cnt)
               MOVE WS-CL-D-Chq TO WS-CL-Run-Chq(WS-CL-Run-Cnt)
           END-IF.

       CL-Write-Return.
           ADD 1 TO WS-CL-Ret-Cnt
           ADD WS-CL-D-Amount TO WS-CL-Ret-Amt
           MOVE "D" TO RT-RType
           MOVE SPACES TO WS-RT-Body
           MOVE WS-Bus-Date TO WS-RT-D-Date
           MOVE WS-CL-D-Acct TO WS-RT-D-Acct
           MOVE WS-CL-D-Chq TO WS-RT-D-Chq
           MOVE WS-CL-D-Amount TO WS-RT-D-Amount
           MOVE WS-CL-D-Bank TO WS-RT-D-Bank
           MOVE WS-Reject-Reason TO WS-RT-D-Reason
           MOVE WS-RT-Body TO RT-Body
           WRITE Clearing-Ret-Rec.

       CL-Charge-NSF.
           MOVE 0 TO WS-FE-Hit
           PERFORM VARYING WS-FE-Ix FROM 1 BY 1
           UNTIL WS-FE-Ix > WS-FE-Cnt OR WS-FE-Hit > 0
               IF WS-FE-Prd(WS-FE-Ix) = Account-Product
                   MOVE WS-FE-Ix TO WS-FE-Hit
               END-IF
           END-PERFORM
           IF WS-FE-Hit > 0
               IF WS-FE-Nsf(WS-FE-Hit) > 0
                   MOVE "N" TO WS-FE-Type
                   MOVE WS-FE-Nsf(WS-FE-Hit) TO WS-FE-Amount
                   PERFORM CL-Check-NSF-Done
                   IF WS-CL-Nsf-Done = "N"
                       PERFORM CL-Post-NSF-Fee
                   END-IF
               END-IF
           END-IF.

       CL-Check-NSF-Done.
           MOVE "N" TO WS-CL-Nsf-Done
           MOVE "N" TO WS-CL-Scan-EOF
           MOVE "N" TO WS-CL-Scan-Open
           OPEN INPUT Transactions-File
           IF WS-FS2 NOT = "00"
               MOVE "Y" TO WS-CL-Scan-EOF
           ELSE
               MOVE "Y" TO WS-CL-Scan-Open
           END-IF
           PERFORM UNTIL WS-CL-Scan-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-CL-Scan-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-CL-Scan-EOF
                       ELSE
                           PERFORM CL-Match-NSF-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CL-Scan-Open = "Y"
               CLOSE Transactions-File
           END-IF
           IF WS-CL-Nsf-Done = "N"
               MOVE "N" TO WS-CL-Scan-EOF
               MOVE "N" TO WS-CL-Scan-Open
               OPEN INPUT Fee-Unc-File
               IF WS-FS38 NOT = "00"
                   MOVE "Y" TO WS-CL-Scan-EOF
               ELSE
                   MOVE "Y" TO WS-CL-Scan-Open
               END-IF
               PERFORM UNTIL WS-CL-Scan-EOF = "Y"
                   READ Fee-Unc-File
                       AT END MOVE "Y" TO WS-CL-Scan-EOF
                       NOT AT END
                           IF WS-FS38 NOT = "00"
                               DISPLAY "Uncollected fee file could "
                                       "not be read, status=" WS-FS38
                               MOVE "Y" TO WS-CL-Scan-EOF
                           ELSE
                               PERFORM CL-Match-NSF-Uncollected
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-CL-Scan-Open = "Y"
                   CLOSE Fee-Unc-File
               END-IF
           END-IF.

       CL-Match-NSF-Entry.
           IF TR-Type = "N" AND TR-Acct-ID = WS-CL-D-Acct
                   AND TR-Date = WS-Bus-Date
                   AND TR-Chq-No = WS-CL-D-Chq
               MOVE "Y" TO WS-CL-Nsf-Done
               MOVE "Y" TO WS-CL-Scan-EOF
           END-IF.

       CL-Match-NSF-Uncollected.
           IF FU-Type = "N" AND FU-Acct-ID = WS-CL-D-Acct
                   AND FU-Bus-Date = WS-Bus-Date
                   AND FU-Chq-No NUMERIC
                   AND FU-Chq-No = WS-CL-D-Chq
               MOVE "Y" TO WS-CL-Nsf-Done
               MOVE "Y" TO WS-CL-Scan-EOF
           END-IF.

       CL-Post-NSF-Fee.
           IF WS-FE-Amount > WS-Avail-Bal
               PERFORM CL-Write-Uncollected
           ELSE
               SUBTRACT WS-FE-Amount FROM Account-Amount
               REWRITE Account-Rec
                   INVALID KEY
                       DISPLAY "Fee update failed for account "
                               Account-ID
                       ADD WS-FE-Amount TO Account-Amount
                       PERFORM CL-Write-Uncollected
                   NOT INVALID KEY
                       SUBTRACT WS-FE-Amount FROM WS-Avail-Bal
                       ADD WS-FE-Amount TO WS-CL-Fee-Amt
                       MOVE WS-CL-D-Chq TO WS-Ledger-Chq
                       PERFORM Append-Fee-Entry
                       MOVE 0 TO WS-Ledger-Chq
               END-REWRITE
           END-IF.

       CL-Write-Uncollected.
           MOVE WS-Bus-Date TO FU-Bus-Date
           COMPUTE FU-Month = WS-Bus-Date / 100
           MOVE Account-ID TO FU-Acct-ID
           MOVE WS-FE-Type TO FU-Type
           MOVE WS-FE-Amount TO FU-Amount
           MOVE WS-CL-D-Chq TO FU-Chq-No
           OPEN EXTEND Fee-Unc-File
           IF WS-FS38 = "35"
               OPEN OUTPUT Fee-Unc-File
           END-IF
           IF WS-FS38 NOT = "00"
               DISPLAY "Uncollected fee could not be written, status="
                       WS-FS38
           ELSE
               WRITE Fee-Unc-Rec
               CLOSE Fee-Unc-File
           END-IF.

       Clearing-Read-Ctl.
           MOVE 0 TO WS-CL-Last-Seq
           OPEN INPUT Clearing-Ctl-File
           IF WS-FS45 = "35"
               MOVE 0 TO WS-CL-Last-Seq
           ELSE
               IF WS-FS45 NOT = "00"
                   DISPLAY "Clearing control file could not be read, "
                           "status=" WS-FS45
               ELSE
                   READ Clearing-Ctl-File
                       AT END MOVE 0 TO WS-CL-Last-Seq
                       NOT AT END
                           IF CLC-Last-Seq NUMERIC
                               MOVE CLC-Last-Seq TO WS-CL-Last-Seq
                           END-IF
                   END-READ
                   CLOSE Clearing-Ctl-File
               END-IF
           END-IF.

       Clearing-Write-Ctl.
           MOVE WS-CL-Seq TO CLC-Last-Seq
           OPEN OUTPUT Clearing-Ctl-File
           IF WS-FS45 NOT = "00"
               DISPLAY "Clearing control file could not be updated, "
                       "status=" WS-FS45
                       ", a resent file may post twice."
           ELSE
               WRITE Clearing-Ctl-Rec
               CLOSE Clearing-Ctl-File
           END-IF.

       Monthly-Statements.
           DISPLAY "Statement month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-Stmt-Month-Text
           COMPUTE WS-Stmt-Month =
                   FUNCTION NUMVAL(WS-Stmt-Month-Text)
           DIVIDE WS-Stmt-Month BY 100 GIVING WS-Stmt-Year
                   REMAINDER WS-Stmt-MM
           IF WS-Stmt-Year < 1900 OR WS-Stmt-MM < 1
                   OR WS-Stmt-MM > 12
               DISPLAY "Invalid month, expected YYYYMM."
           ELSE
               MOVE "N" TO WS-Acct-EOF
               OPEN INPUT Accounts-File
               IF WS-FS19 NOT = "00"
                   PERFORM Show-Account-File-Error
               ELSE
                   MOVE "N" TO WS-Open-OK
                   OPEN INPUT Clients-File
                   IF WS-FS = "00"
                       MOVE "Y" TO WS-Open-OK
                   END-IF
                   PERFORM PT-Open-Input
                   OPEN OUTPUT Statement-File
                   IF WS-FS9 NOT = "00"
                       DISPLAY "Statement file could not be created, "
                               "status=" WS-FS9
                   ELSE
                       PERFORM UNTIL WS-Acct-EOF = "Y"
                           READ Accounts-File NEXT RECORD
                               AT END MOVE "Y" TO WS-Acct-EOF
                               NOT AT END
                                   IF WS-FS19 NOT = "00"
                                       PERFORM Show-Account-File-Error
                                       MOVE "Y" TO WS-Acct-EOF
                                   ELSE
                                       PERFORM Write-Client-Statement
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE Statement-File
                       DISPLAY "Statements written to "
                               "assets/statements.txt"
                   END-IF
                   PERFORM PT-Close-File
                   IF WS-Open-OK = "Y"
                       CLOSE Clients-File
                   END-IF
                   CLOSE Accounts-File
               END-IF
           END-IF.

       Write-Client-Statement.
           PERFORM Stmt-Scan-Totals-All
           MOVE SPACES TO Statement-Rec
           STRING "==== STATEMENT " WS-Stmt-Month
               " FOR ACCOUNT " Account-ID " ===="
               DELIMITED BY SIZE INTO Statement-Rec
           END-STRING
           WRITE Statement-Rec
           MOVE Account-ID TO WS-PT-Acct
           MOVE Account-Cust-ID TO WS-PT-Legacy
           COMPUTE WS-PT-From = WS-Stmt-Month * 100 + 1
           COMPUTE WS-PT-To = WS-Stmt-Month * 100 + 31
           MOVE "Y" TO WS-PT-Owners-Only
           PERFORM PT-Load-Account
           PERFORM VARYING WS-PT-Ix FROM 1 BY 1
           UNTIL WS-PT-Ix > WS-PT-Cnt
               PERFORM Stmt-Write-Owner
           END-PERFORM
           MOVE SPACES TO Statement-Rec
           MOVE WS-Stmt-Open TO WS-Amount-Disp
           STRING "OPENING BALANCE: " WS-Amount-Disp
               DELIMITED BY SIZE INTO Statement-Rec
           END-STRING
           WRITE Statement-Rec
           PERFORM Stmt-Write-Details
           MOVE SPACES TO Statement-Rec
           MOVE WS-Stmt-Close TO WS-Amount-Disp
           STRING "CLOSING BALANCE: " WS-Amount-Disp
               DELIMITED BY SIZE INTO Statement-Rec
           END-STRING
           WRITE Statement-Rec
           MOVE SPACES TO Statement-Rec
           WRITE Statement-Rec.

       Stmt-Write-Owner.
           IF WS-Open-OK = "Y"
               MOVE WS-PT-T-Cust(WS-PT-Ix) TO WS-Cust-ID
               PERFORM Find-Customer
           ELSE
               MOVE "N" TO WS-Cust-Found
           END-IF
           IF WS-Cust-Found = "N"
               MOVE SPACES TO Client-FirstName
               MOVE SPACES TO Client-LastName
           END-IF
           MOVE SPACES TO Statement-Rec
           IF WS-PT-Ix = 1
               STRING FUNCTION TRIM(Client-FirstName) " "
                   FUNCTION TRIM(Client-LastName)
                   "  PRODUCT " Account-Product
                   DELIMITED BY SIZE INTO Statement-Rec
               END-STRING
           ELSE
               STRING FUNCTION TRIM(Client-FirstName) " "
                   FUNCTION TRIM(Client-LastName)
                   DELIMITED BY SIZE INTO Statement-Rec
               END-STRING
           END-IF
           WRITE Statement-Rec.

       Stmt-Scan-Totals-All.
           MOVE 0 TO WS-RV-Cnt
           MOVE 0 TO WS-Stmt-Count
           MOVE 0 TO WS-Stmt-Open
           MOVE 0 TO WS-Stmt-Close
           MOVE 0 TO WS-Prior-Bal
           MOVE "N" TO WS-Prior-Found
           MOVE "N" TO WS-Later-Found
           MOVE 1 TO WS-Stmt-Pass
           PERFORM Stmt-Scan-Sources
           IF WS-Stmt-Count = 0 AND WS-Prior-Found = "N"
               PERFORM Stmt-Find-Prior-Bal
           END-IF
           IF WS-Stmt-Count = 0
               EVALUATE TRUE
                   WHEN WS-Prior-Found = "Y"
                       MOVE WS-Prior-Bal TO WS-Stmt-Open
                   WHEN WS-Later-Found = "Y"
                       MOVE 0 TO WS-Stmt-Open
                   WHEN OTHER
                       MOVE Account-Amount TO WS-Stmt-Open
               END-EVALUATE
               MOVE WS-Stmt-Open TO WS-Stmt-Close
           END-IF.

       Stmt-Scan-Sources.
           PERFORM VARYING WS-Arch-Day FROM 1 BY 1
           UNTIL WS-Arch-Day > 31
               MOVE SPACES TO WS-Archive-Name
               STRING "assets/tranarch_" WS-Stmt-Month WS-Arch-Day
                   ".dat" DELIMITED BY SIZE INTO WS-Archive-Name
               END-STRING
               PERFORM Stmt-Scan-Archive
           END-PERFORM
           PERFORM Stmt-Scan-Live.

       Stmt-Find-Prior-Bal.
           MOVE 0 TO WS-Open-Month
           IF Account-Open-Date NUMERIC
               DIVIDE Account-Open-Date BY 100 GIVING WS-Open-Month
           END-IF
           MOVE WS-Stmt-Month TO WS-Scan-Month
           MOVE 0 TO WS-Back-Count
           PERFORM Stmt-Prev-Month
           PERFORM UNTIL WS-Prior-Found = "Y"
                   OR WS-Back-Count >= 120
                   OR WS-Scan-Month < WS-Open-Month
               PERFORM VARYING WS-Arch-Day FROM 1 BY 1
               UNTIL WS-Arch-Day > 31
                   MOVE SPACES TO WS-Archive-Name
                   STRING "assets/tranarch_" WS-Scan-Month
                       WS-Arch-Day ".dat"
                       DELIMITED BY SIZE INTO WS-Archive-Name
                   END-STRING
                   PERFORM Stmt-Scan-Archive
               END-PERFORM
               ADD 1 TO WS-Back-Count
               PERFORM Stmt-Prev-Month
           END-PERFORM.

       Stmt-Prev-Month.
           DIVIDE WS-Scan-Month BY 100 GIVING WS-Scan-Year
                   REMAINDER WS-Scan-MM
           IF WS-Scan-MM = 1
               SUBTRACT 1 FROM WS-Scan-Year
               MOVE 12 TO WS-Scan-MM
           ELSE
               SUBTRACT 1 FROM WS-Scan-MM
           END-IF
           COMPUTE WS-Scan-Month = WS-Scan-Year * 100 + WS-Scan-MM.

       Stmt-Scan-Archive.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-Arch-Open-OK
           OPEN INPUT Archive-File
           IF WS-FS13 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-Arch-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Archive-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS13 NOT = "00"
                           DISPLAY "Archive file could not be read, "
                                   "status=" WS-FS13
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Archive-Rec TO WS-Scan-TR
                           PERFORM Stmt-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Arch-Open-OK = "Y"
               CLOSE Archive-File
           END-IF.

       Stmt-Scan-Live.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Transaction-Rec TO WS-Scan-TR
                           PERFORM Stmt-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF.

       Stmt-Handle-Entry.
           IF WS-Scan-Acct-ID = Account-ID
               IF WS-Stmt-Pass = 1
                   PERFORM Stmt-Tally-Entry
               ELSE
                   DIVIDE WS-Scan-Date BY 100 GIVING WS-TR-Month
                   IF WS-TR-Month = WS-Stmt-Month
                       IF WS-Stmt-Pass = 3
                           PERFORM Fee-Tally-Entry
                       ELSE
                           PERFORM Stmt-Write-Line
                       END-IF
                   END-IF
               END-IF
           END-IF.

       Stmt-Tally-Entry.
           PERFORM RV-Note-Entry
           DIVIDE WS-Scan-Date BY 100 GIVING WS-TR-Month
           IF WS-TR-Month < WS-Stmt-Month
               MOVE WS-Scan-Balance TO WS-Prior-Bal
               MOVE "Y" TO WS-Prior-Found
           END-IF
           IF WS-TR-Month > WS-Stmt-Month
               MOVE "Y" TO WS-Later-Found
           END-IF
           IF WS-TR-Month = WS-Stmt-Month
               ADD 1 TO WS-Stmt-Count
               IF WS-Stmt-Count = 1
                   EVALUATE WS-Scan-DC
                       WHEN "C"
                           COMPUTE WS-Stmt-Open =
                                   WS-Scan-Balance - WS-Scan-Amount
                       WHEN "D"
                           COMPUTE WS-Stmt-Open =
                                   WS-Scan-Balance + WS-Scan-Amount
                       WHEN OTHER
                           MOVE WS-Scan-Balance TO WS-Stmt-Open
                   END-EVALUATE
               END-IF
               MOVE WS-Scan-Balance TO WS-Stmt-Close
           END-IF.

       Stmt-Write-Details.
           IF WS-Stmt-Count = 0
               MOVE "  NO ACTIVITY THIS PERIOD" TO Statement-Rec
               WRITE Statement-Rec
           ELSE
               MOVE 2 TO WS-Stmt-Pass
               PERFORM Stmt-Scan-Sources
           END-IF.

       Set-Type-Label.
           MOVE WS-Scan-Ref TO WS-RV-Key
           PERFORM RV-Check-Ref
           IF WS-Scan-Type = "R" OR WS-RV-Hit > 0
               MOVE "REVERSAL  " TO WS-Type-Label
           ELSE
               EVALUATE WS-Scan-Type
                   WHEN "D" MOVE "DEPOSIT   " TO WS-Type-Label
                   WHEN "W" MOVE "WITHDRAWAL" TO WS-Type-Label
                   WHEN "I" MOVE "INTEREST  " TO WS-Type-Label
                   WHEN "O" MOVE "OPENED    " TO WS-Type-Label
                   WHEN "C" MOVE "CLOSED    " TO WS-Type-Label
                   WHEN "M" MOVE "MAINTAINED" TO WS-Type-Label
                   WHEN "F" MOVE "MAINT FEE " TO WS-Type-Label
                   WHEN "K" MOVE "ITEM FEE  " TO WS-Type-Label
                   WHEN "Q" MOVE "CHEQUE    " TO WS-Type-Label
                   WHEN "N" MOVE "NSF FEE   " TO WS-Type-Label
                   WHEN "X" MOVE "TAX WITHHD" TO WS-Type-Label
                   WHEN "T"
                       IF WS-Scan-DC = "D"
                           MOVE "XFER OUT  " TO WS-Type-Label
                       ELSE
                           MOVE "XFER IN   " TO WS-Type-Label
                       END-IF
                   WHEN OTHER MOVE "OTHER     " TO WS-Type-Label
               END-EVALUATE
           END-IF.

       Stmt-Write-Line.
           PERFORM Set-Type-Label
           MOVE WS-Scan-Amount TO WS-Amount-Disp
           MOVE WS-Scan-Balance TO WS-Amount-Disp2
           MOVE SPACES TO Statement-Rec
           STRING "  " WS-Scan-Date "  " WS-Type-Label "  "
               WS-Amount-Disp "  " WS-Amount-Disp2
               DELIMITED BY SIZE INTO Statement-Rec
           END-STRING
           WRITE Statement-Rec.

       Reconciliation.
           MOVE "N" TO WS-Acct-EOF
           MOVE 0 TO WS-Recon-Checked
           MOVE 0 TO WS-Recon-Excepts
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
               MOVE 8 TO WS-Step-RC
           ELSE
               OPEN OUTPUT Recon-File
               IF WS-FS10 NOT = "00"
                   DISPLAY "Reconciliation report could not be "
                           "created, status=" WS-FS10
                   MOVE 8 TO WS-Step-RC
               ELSE
                   PERFORM UNTIL WS-Acct-EOF = "Y"
                       READ Accounts-File NEXT RECORD
                           AT END MOVE "Y" TO WS-Acct-EOF
                           NOT AT END
                               IF WS-FS19 NOT = "00"
                                   PERFORM Show-Account-File-Error
                                   MOVE 8 TO WS-Step-RC
                                   MOVE "Y" TO WS-Acct-EOF
                               ELSE
                                   PERFORM Recon-Check-Client
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO Recon-Rec
                   STRING "CHECKED " WS-Recon-Checked
                       " ACCOUNTS, " WS-Recon-Excepts " EXCEPTIONS"
                       DELIMITED BY SIZE INTO Recon-Rec
                   END-STRING
                   WRITE Recon-Rec
                   CLOSE Recon-File
                   DISPLAY "Reconciliation done: " WS-Recon-Checked
                           " accounts checked, " WS-Recon-Excepts
                           " exceptions."
                   DISPLAY "Report written to assets/recon_report.txt"
                   IF WS-Recon-Excepts > 0 AND WS-Step-RC < 4
                       MOVE 4 TO WS-Step-RC
                   END-IF
               END-IF
               CLOSE Accounts-File
           END-IF.

       Recon-Check-Client.
           ADD 1 TO WS-Recon-Checked
           PERFORM Recon-Scan-Ledger
           IF WS-Ledger-Found = "Y" AND WS-Scan-Bad = "N"
               IF Account-Amount NOT = WS-Ledger-Bal
                   ADD 1 TO WS-Recon-Excepts
                   COMPUTE WS-Recon-Diff =
                           Account-Amount - WS-Ledger-Bal
                   MOVE WS-Recon-Diff TO WS-Recon-Diff-Ed
                   MOVE Account-Amount TO WS-Amount-Disp
                   MOVE WS-Ledger-Bal TO WS-Amount-Disp2
                   MOVE SPACES TO Recon-Rec
                   STRING "ACCOUNT " Account-ID " MASTER "
                       WS-Amount-Disp " LEDGER " WS-Amount-Disp2
                       " DIFF " WS-Recon-Diff-Ed
                       DELIMITED BY SIZE INTO Recon-Rec
                   END-STRING
                   WRITE Recon-Rec
               END-IF
           END-IF.

       Recon-Scan-Ledger.
           MOVE 0 TO WS-Ledger-Bal
           MOVE "N" TO WS-Scan-Bad
           MOVE "N" TO WS-Ledger-Found
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
           IF WS-FS2 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-TR-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-Scan-Bad
                           MOVE 8 TO WS-Step-RC
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           IF TR-Acct-ID = Account-ID
                               PERFORM Recon-Replay-Entry
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
           PERFORM Find-Account
           IF WS-Found = "Y"
               PERFORM Hold-Sum-For-Account
               PERFORM TD-Check-Locked
           END-IF
           EVALUATE TRUE
               WHEN WS-Found = "N"
                       OR Account-Status = "D"
                   DISPLAY "Source account " Account-ID
                           " is not active, transfer refused."
               WHEN WS-TD-Locked = "Y"
                   DISPLAY "Source account " Account-ID
                           " is a term deposit before maturity, "
                           "transfer refused."
               WHEN WS-Amount > WS-Avail-Bal
                   MOVE WS-Avail-Bal TO WS-Avail-Disp
                   DISPLAY "Transfer refused, source available "
                   COMPUTE WS-From-Bal = Account-Amount - WS-Amount
                   MOVE WS-To-ID TO WS-Target-ID
                   PERFORM Find-Account
                   IF WS-Found = "Y"
                       PERFORM TD-Check-Locked
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Found = "N"
                           DISPLAY "Target account not found."
                               Account-Status = "D"
                           DISPLAY "Target account " Account-ID
                                   " is not active, transfer refused."
                       WHEN WS-TD-Locked = "Y"
                           DISPLAY "Target account " Account-ID
                                   " is a term deposit before "
                                   "maturity, transfer refused."
                       WHEN OTHER
                           MOVE "TRANSFER" TO WS-Auth-Action
                           PERFORM Authorize-Amount
           PERFORM Find-Account
           IF WS-Found = "Y"
               PERFORM Hold-Sum-For-Account
               PERFORM TD-Check-Locked
           END-IF
           EVALUATE TRUE
               WHEN WS-Found = "N"
                   MOVE "06" TO WS-SO-Reason
               WHEN Account-Status = "D"
                   MOVE "07" TO WS-SO-Reason
               WHEN WS-TD-Locked = "Y"
                   MOVE "08" TO WS-SO-Reason
               WHEN WS-Amount > WS-Avail-Bal
                   MOVE "03" TO WS-SO-Reason
               WHEN OTHER
                   COMPUTE WS-From-Bal = Account-Amount - WS-Amount
                   MOVE WS-To-ID TO WS-Target-ID
                   PERFORM Find-Account
                   IF WS-Found = "Y"
                       PERFORM TD-Check-Locked
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-Found = "N"
                           MOVE "01" TO WS-SO-Reason
                           MOVE "06" TO WS-SO-Reason
                       WHEN Account-Status = "D"
                           MOVE "07" TO WS-SO-Reason
                       WHEN WS-TD-Locked = "Y"
                           MOVE "08" TO WS-SO-Reason
                       WHEN OTHER
                           COMPUTE WS-To-Bal =
                                   Account-Amount + WS-Amount
           DISPLAY "Release date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-HD-Rel-In
           EVALUATE TRUE
               WHEN WS-Amount = 0
                   DISPLAY "Amount must be greater than zero."
               WHEN FUNCTION INTEGER-OF-DATE(WS-HD-Rel-In) = 0
                   DISPLAY "Invalid release date, expected YYYYMMDD."
               WHEN OTHER
                   PERFORM HD-Add-Checked
           END-EVALUATE.

       HD-Add-Checked.
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
           ELSE
               PERFORM Find-Account
               IF WS-Found = "N"
                   DISPLAY "Account not found."
               ELSE
                   PERFORM HD-Append-Hold
               END-IF
               CLOSE Accounts-File
           END-IF.

       HD-Append-Hold.
           MOVE WS-Target-ID TO HD-Acct-ID
           MOVE WS-Amount TO HD-Amount
           MOVE WS-HD-Rsn-In TO HD-Reason
           MOVE WS-HD-Rel-In TO HD-Release
           OPEN EXTEND Holds-File
           IF WS-FS23 = "35"
               OPEN OUTPUT Holds-File
           END-IF
           IF WS-FS23 NOT = "00"
               DISPLAY "Hold could not be written, status=" WS-FS23
           ELSE
               WRITE Hold-Rec
               CLOSE Holds-File
               DISPLAY "Hold recorded on account " HD-Acct-ID
                       ", releases " HD-Release
           END-IF.

       HD-Load-Table.
           MOVE 0 TO WS-HD-Cnt
           MOVE "N" TO WS-HD-EOF
           MOVE "N" TO WS-HD-Open-OK
           OPEN INPUT Holds-File
           IF WS-FS23 = "35"
               MOVE "Y" TO WS-HD-EOF
           ELSE
               IF WS-FS23 NOT = "00"
                   DISPLAY "Holds file could not be read, status="
                           WS-FS23
                   MOVE "Y" TO WS-HD-EOF
               ELSE
                   MOVE "Y" TO WS-HD-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-HD-EOF = "Y"
               READ Holds-File
                   AT END MOVE "Y" TO WS-HD-EOF
                   NOT AT END
                       IF WS-FS23 NOT = "00"
                           DISPLAY "Holds file could not be read, "
                                   "status=" WS-FS23
                           MOVE "Y" TO WS-HD-EOF
                       ELSE
                           IF WS-HD-Cnt < 500
                               ADD 1 TO WS-HD-Cnt
                               MOVE HD-Acct-ID TO
                                   WS-HD-Acct(WS-HD-Cnt)
                               MOVE HD-Amount TO WS-HD-Amt(WS-HD-Cnt)
                               MOVE HD-Reason TO WS-HD-Rsn(WS-HD-Cnt)
                               MOVE HD-Release TO WS-HD-Rel(WS-HD-Cnt)
                           ELSE
                               DISPLAY "Holds table full, extra "
                                       "holds ignored."
                               MOVE "Y" TO WS-HD-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HD-Open-OK = "Y"
               CLOSE Holds-File
           END-IF.

       HD-Save-Table.
           OPEN OUTPUT Holds-File
           IF WS-FS23 NOT = "00"
               DISPLAY "Holds file could not be rewritten, status="
                       WS-FS23
           ELSE
               PERFORM VARYING WS-HD-Ix FROM 1 BY 1
               UNTIL WS-HD-Ix > WS-HD-Cnt
                   IF WS-HD-Acct(WS-HD-Ix) > 0
                       MOVE WS-HD-Acct(WS-HD-Ix) TO HD-Acct-ID
                       MOVE WS-HD-Amt(WS-HD-Ix) TO HD-Amount
                       MOVE WS-HD-Rsn(WS-HD-Ix) TO HD-Reason
                       MOVE WS-HD-Rel(WS-HD-Ix) TO HD-Release
                       WRITE Hold-Rec
                   END-IF
               END-PERFORM
               CLOSE Holds-File
           END-IF.

       HD-List-Holds.
           IF WS-HD-Cnt = 0
               DISPLAY "No holds on file."
           ELSE
               PERFORM VARYING WS-HD-Ix FROM 1 BY 1
               UNTIL WS-HD-Ix > WS-HD-Cnt
                   MOVE WS-HD-Amt(WS-HD-Ix) TO WS-Amount-Disp
                   DISPLAY WS-HD-Ix ": acct " WS-HD-Acct(WS-HD-Ix)
                           "  " WS-Amount-Disp
                           "  reason " WS-HD-Rsn(WS-HD-Ix)
                           "  releases " WS-HD-Rel(WS-HD-Ix)
               END-PERFORM
           END-IF.

       HD-Release-Hold.
           PERFORM HD-Load-Table
           PERFORM HD-List-Holds
           IF WS-HD-Cnt > 0
               DISPLAY "Hold number to release (0 cancels): "
                   WITH NO ADVANCING
               ACCEPT WS-HD-Pick
               IF WS-HD-Pick > 0 AND WS-HD-Pick NOT > WS-HD-Cnt
                   MOVE 0 TO WS-HD-Acct(WS-HD-Pick)
                   PERFORM HD-Save-Table
                   DISPLAY "Hold " WS-HD-Pick " released."
               ELSE
                   DISPLAY "Operation cancelled."
               END-IF
           END-IF.

       Hold-Sum-For-Account.
           PERFORM HD-Load-Table
           MOVE Account-Amount TO WS-Avail-Bal
           PERFORM VARYING WS-HD-Ix FROM 1 BY 1
           UNTIL WS-HD-Ix > WS-HD-Cnt
               IF WS-HD-Acct(WS-HD-Ix) = Account-ID AND
                       WS-HD-Rel(WS-HD-Ix) NOT < WS-Bus-Date
                   SUBTRACT WS-HD-Amt(WS-HD-Ix) FROM WS-Avail-Bal
               END-IF
           END-PERFORM.

       EOD-Release-Holds.
           PERFORM HD-Load-Table
           MOVE 0 TO WS-HD-Rel-Cnt
           IF WS-HD-Cnt > 0
               PERFORM VARYING WS-HD-Ix FROM 1 BY 1
               UNTIL WS-HD-Ix > WS-HD-Cnt
                   IF WS-HD-Acct(WS-HD-Ix) > 0 AND
                           WS-HD-Rel(WS-HD-Ix) < WS-Bus-Date
                       MOVE 0 TO WS-HD-Acct(WS-HD-Ix)
                       ADD 1 TO WS-HD-Rel-Cnt
                   END-IF
               END-PERFORM
               IF WS-HD-Rel-Cnt > 0
                   PERFORM HD-Save-Table
                   DISPLAY WS-HD-Rel-Cnt " expired holds released."
               END-IF
           END-IF.

       Stop-Payments.
           DISPLAY "=== Stop Payments ==="
           DISPLAY "1: Add  2: List  3: Remove  4: Cancel"
               WITH NO ADVANCING
           ACCEPT WS-Choice
           EVALUATE WS-Choice
               WHEN 1 PERFORM SP-Add-Stop
               WHEN 2
                   PERFORM SP-Load-Table
                   PERFORM SP-List-Stops
               WHEN 3 PERFORM SP-Remove-Stop
               WHEN OTHER DISPLAY "Operation cancelled."
           END-EVALUATE.

       SP-Add-Stop.
           DISPLAY "Account ID: " WITH NO ADVANCING
           ACCEPT WS-Target-ID
           DISPLAY "First cheque number: " WITH NO ADVANCING
           ACCEPT WS-SP-From-In
           DISPLAY "Last cheque number (blank for one cheque): "
               WITH NO ADVANCING
           ACCEPT WS-SP-To-In
           DISPLAY "Cheque amount (0 for any amount): "
               WITH NO ADVANCING
           ACCEPT WS-Amount-Text
           COMPUTE WS-Amount = FUNCTION NUMVAL(WS-Amount-Text)
           DISPLAY "Expiry date (YYYYMMDD): " WITH NO ADVANCING
           ACCEPT WS-SP-Exp-In
           IF WS-SP-To-In = 0
               MOVE WS-SP-From-In TO WS-SP-To-In
           END-IF
           EVALUATE TRUE
               WHEN WS-SP-From-In = 0
                   DISPLAY "Cheque number must be greater than zero."
               WHEN WS-SP-To-In < WS-SP-From-In
                   DISPLAY "Last cheque number is below the first."
               WHEN FUNCTION INTEGER-OF-DATE(WS-SP-Exp-In) = 0
                   DISPLAY "Invalid expiry date, expected YYYYMMDD."
               WHEN WS-SP-Exp-In < WS-Bus-Date
                   DISPLAY "Expiry date is before the business date."
               WHEN OTHER
                   PERFORM SP-Add-Checked
           END-EVALUATE.

       SP-Add-Checked.
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
           ELSE
               PERFORM Find-Account
               EVALUATE TRUE
                   WHEN WS-Found = "N"
                       DISPLAY "Account not found."
                   WHEN Account-Product NOT = "C"
                       DISPLAY "Account " Account-ID
                               " is not a cheque account."
                   WHEN OTHER
                       PERFORM SP-Append-Stop
               END-EVALUATE
               CLOSE Accounts-File
           END-IF.

       SP-Append-Stop.
           MOVE WS-Target-ID TO SP-Acct-ID
           MOVE WS-SP-From-In TO SP-Chq-From
           MOVE WS-SP-To-In TO SP-Chq-To
           MOVE WS-Amount TO SP-Amount
           MOVE WS-SP-Exp-In TO SP-Expiry
           MOVE WS-Bus-Date TO SP-Placed
           MOVE WS-Teller-ID TO SP-Teller
           OPEN EXTEND Stop-Pay-File
           IF WS-FS43 = "35"
               OPEN OUTPUT Stop-Pay-File
           END-IF
           IF WS-FS43 NOT = "00"
               DISPLAY "Stop payment could not be written, status="
                       WS-FS43
           ELSE
               WRITE Stop-Pay-Rec
               CLOSE Stop-Pay-File
               DISPLAY "Stop payment recorded on account " SP-Acct-ID
                       ", cheques " SP-Chq-From " to " SP-Chq-To
                       ", expires " SP-Expiry
           END-IF.

       SP-Load-Table.
           MOVE 0 TO WS-SP-Cnt
           MOVE "N" TO WS-SP-EOF
           MOVE "N" TO WS-SP-Open-OK
           OPEN INPUT Stop-Pay-File
           IF WS-FS43 = "35"
               MOVE "Y" TO WS-SP-EOF
           ELSE
               IF WS-FS43 NOT = "00"
                   DISPLAY "Stop payment file could not be read, "
                           "status=" WS-FS43
                   MOVE "Y" TO WS-SP-EOF
               ELSE
                   MOVE "Y" TO WS-SP-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-SP-EOF = "Y"
               READ Stop-Pay-File
                   AT END MOVE "Y" TO WS-SP-EOF
                   NOT AT END
                       IF WS-FS43 NOT = "00"
                           DISPLAY "Stop payment file could not be "
                                   "read, status=" WS-FS43
                           MOVE "Y" TO WS-SP-EOF
                       ELSE
                           IF WS-SP-Cnt < 500
                               ADD 1 TO WS-SP-Cnt
                               MOVE SP-Acct-ID TO
                                   WS-SP-Acct(WS-SP-Cnt)
                               MOVE SP-Chq-From TO
                                   WS-SP-From(WS-SP-Cnt)
                               MOVE SP-Chq-To TO WS-SP-To(WS-SP-Cnt)
                               MOVE SP-Amount TO WS-SP-Amt(WS-SP-Cnt)
                               MOVE SP-Expiry TO WS-SP-Exp(WS-SP-Cnt)
                               MOVE SP-Placed TO
                                   WS-SP-Placed(WS-SP-Cnt)
                               MOVE SP-Teller TO WS-SP-Tel(WS-SP-Cnt)
                           ELSE
                               DISPLAY "Stop payment table full, "
                                       "extra stops ignored."
                               MOVE "Y" TO WS-SP-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SP-Open-OK = "Y"
               CLOSE Stop-Pay-File
           END-IF.

       SP-Save-Table.
           OPEN OUTPUT Stop-Pay-File
           IF WS-FS43 NOT = "00"
               DISPLAY "Stop payment file could not be rewritten, "
                       "status=" WS-FS43
           ELSE
               PERFORM VARYING WS-SP-Ix FROM 1 BY 1
               UNTIL WS-SP-Ix > WS-SP-Cnt
                   IF WS-SP-Acct(WS-SP-Ix) > 0
                       MOVE WS-SP-Acct(WS-SP-Ix) TO SP-Acct-ID
                       MOVE WS-SP-From(WS-SP-Ix) TO SP-Chq-From
                       MOVE WS-SP-To(WS-SP-Ix) TO SP-Chq-To
                       MOVE WS-SP-Amt(WS-SP-Ix) TO SP-Amount
                       MOVE WS-SP-Exp(WS-SP-Ix) TO SP-Expiry
                       MOVE WS-SP-Placed(WS-SP-Ix) TO SP-Placed
                       MOVE WS-SP-Tel(WS-SP-Ix) TO SP-Teller
                       WRITE Stop-Pay-Rec
                   END-IF
               END-PERFORM
               CLOSE Stop-Pay-File
           END-IF.

       SP-List-Stops.
           IF WS-SP-Cnt = 0
               DISPLAY "No stop payments on file."
           ELSE
               PERFORM VARYING WS-SP-Ix FROM 1 BY 1
               UNTIL WS-SP-Ix > WS-SP-Cnt
                   MOVE WS-SP-Amt(WS-SP-Ix) TO WS-Amount-Disp
                   DISPLAY WS-SP-Ix ": acct " WS-SP-Acct(WS-SP-Ix)
                           "  cheques " WS-SP-From(WS-SP-Ix)
                           "-" WS-SP-To(WS-SP-Ix)
                           "  " WS-Amount-Disp
                           "  expires " WS-SP-Exp(WS-SP-Ix)
               END-PERFORM
           END-IF.

       SP-Remove-Stop.
           PERFORM SP-Load-Table
           PERFORM SP-List-Stops
           IF WS-SP-Cnt > 0
               DISPLAY "Stop number to remove (0 cancels): "
                   WITH NO ADVANCING
               ACCEPT WS-SP-Pick
               IF WS-SP-Pick > 0 AND WS-SP-Pick NOT > WS-SP-Cnt
                   MOVE 0 TO WS-SP-Acct(WS-SP-Pick)
                   PERFORM SP-Save-Table
                   DISPLAY "Stop payment " WS-SP-Pick " removed."
               ELSE
                   DISPLAY "Operation cancelled."
               END-IF
           END-IF.

       Dormancy-Review.
           MOVE 0 TO WS-Dorm-Checked
           MOVE 0 TO WS-Dorm-Cnt
           MOVE "N" TO WS-Acct-EOF
           PERFORM Dorm-Compute-Cutoff
           OPEN OUTPUT Dormant-File
           IF WS-FS24 NOT = "00"
               DISPLAY "Dormancy report could not be created, "
                       "status=" WS-FS24
               MOVE 8 TO WS-Step-RC
           ELSE
               MOVE SPACES TO Dormant-Rec
               STRING "DORMANCY REVIEW " WS-Bus-Date
                   " CUTOFF " WS-Dorm-Cutoff
                   DELIMITED BY SIZE INTO Dormant-Rec
               END-STRING
               WRITE Dormant-Rec
               OPEN I-O Accounts-File
               IF WS-FS19 NOT = "00"
                   PERFORM Show-Account-File-Error
                   MOVE 8 TO WS-Step-RC
               ELSE
                   MOVE "N" TO WS-Open-OK
                   OPEN INPUT Clients-File
                   IF WS-FS = "00"
                       MOVE "Y" TO WS-Open-OK
                   END-IF
                   PERFORM UNTIL WS-Acct-EOF = "Y"
                       READ Accounts-File NEXT RECORD
                           AT END MOVE "Y" TO WS-Acct-EOF
                           NOT AT END
                               IF WS-FS19 NOT = "00"
                                   PERFORM Show-Account-File-Error
                                   MOVE 8 TO WS-Step-RC
                                   MOVE "Y" TO WS-Acct-EOF
                               ELSE
                                   IF Account-Status = "A" AND
                                           Account-Product NOT = "T"
                                       PERFORM Dorm-Check-Account
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-Open-OK = "Y"
                       CLOSE Clients-File
                   END-IF
                   CLOSE Accounts-File
               END-IF
               MOVE SPACES TO Dormant-Rec
               STRING "CHECKED " WS-Dorm-Checked " ACCOUNTS, "
                   WS-Dorm-Cnt " MARKED DORMANT"
                   DELIMITED BY SIZE INTO Dormant-Rec
               END-STRING
               WRITE Dormant-Rec
               CLOSE Dormant-File
               DISPLAY "Dormancy review done: " WS-Dorm-Checked
                       " checked, " WS-Dorm-Cnt " marked dormant."
               DISPLAY "Report written to assets/dormant_report.txt"
           END-IF.

       Dorm-Compute-Cutoff.
           DIVIDE WS-Bus-Date BY 10000 GIVING WS-Dorm-YY
                   REMAINDER WS-Dorm-MMDD
           SUBTRACT 1 FROM WS-Dorm-YY
           IF WS-Dorm-MMDD = 0229
               MOVE 0228 TO WS-Dorm-MMDD
           END-IF
           COMPUTE WS-Dorm-Cutoff =
                   WS-Dorm-YY * 10000 + WS-Dorm-MMDD.

       Dorm-Check-Account.
           ADD 1 TO WS-Dorm-Checked
           MOVE 0 TO WS-Dorm-Last
           MOVE "N" TO WS-Scan-Bad
           PERFORM Dorm-Scan-Live
           PERFORM Dorm-Scan-Archives
           EVALUATE TRUE
               WHEN WS-Scan-Bad = "Y"
                   DISPLAY "Account " Account-ID " not reviewed, "
                           "history could not be read."
               WHEN WS-Dorm-Last = 0
                   IF Account-Open-Date < WS-Dorm-Cutoff
                       PERFORM Dorm-Flag-Account
                   END-IF
               WHEN WS-Dorm-Last < WS-Dorm-Cutoff
                   PERFORM Dorm-Flag-Account
           END-EVALUATE.

       Dorm-Scan-Live.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
           IF WS-FS2 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-TR-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-Scan-Bad
                           MOVE 8 TO WS-Step-RC
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Transaction-Rec TO WS-Scan-TR
                           PERFORM Dorm-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF.

       Dorm-Scan-Archives.
           DIVIDE WS-Bus-Date BY 100 GIVING WS-Scan-Month
           MOVE 0 TO WS-Back-Count
           PERFORM UNTIL WS-Back-Count > 13
               PERFORM VARYING WS-Arch-Day FROM 1 BY 1
               UNTIL WS-Arch-Day > 31
                   MOVE SPACES TO WS-Archive-Name
                   STRING "assets/tranarch_" WS-Scan-Month
                       WS-Arch-Day ".dat"
                       DELIMITED BY SIZE INTO WS-Archive-Name
                   END-STRING
                   PERFORM Dorm-Scan-Archive
               END-PERFORM
               ADD 1 TO WS-Back-Count
               PERFORM Stmt-Prev-Month
           END-PERFORM.

       Dorm-Scan-Archive.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-Arch-Open-OK
           OPEN INPUT Archive-File
           IF WS-FS13 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-Arch-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Archive-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS13 NOT = "00"
                           DISPLAY "Archive file could not be read, "
                                   "status=" WS-FS13
                           MOVE "Y" TO WS-Scan-Bad
                           MOVE 8 TO WS-Step-RC
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Archive-Rec TO WS-Scan-TR
                           PERFORM Dorm-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Arch-Open-OK = "Y"
               CLOSE Archive-File
           END-IF.

       Dorm-Handle-Entry.
           IF WS-Scan-Acct-ID = Account-ID AND
                   (WS-Scan-Type = "D" OR WS-Scan-Type = "W"
                       OR WS-Scan-Type = "T" OR WS-Scan-Type = "Q")
               IF WS-Scan-Date > WS-Dorm-Last
                   MOVE WS-Scan-Date TO WS-Dorm-Last
               END-IF
           END-IF.

       Dorm-Flag-Account.
           MOVE "D" TO Account-Status
           REWRITE Account-Rec
               INVALID KEY
                   DISPLAY "Dormancy update failed for account "
                           Account-ID
               NOT INVALID KEY
                   ADD 1 TO WS-Dorm-Cnt
                   PERFORM Append-Maint-Entry
                   PERFORM Dorm-Report-Line
           END-REWRITE.

       Dorm-Report-Line.
           IF WS-Open-OK = "Y"
               PERFORM Fetch-Owner
           END-IF
           IF WS-Cust-Found = "N" OR WS-Open-OK = "N"
               MOVE SPACES TO Client-Branch
           END-IF
           MOVE Account-Amount TO WS-Amount-Disp
           MOVE SPACES TO Dormant-Rec
           STRING "ACCOUNT " Account-ID " BRANCH " Client-Branch
               " LAST ACT " WS-Dorm-Last
               " BALANCE " WS-Amount-Disp
               DELIMITED BY SIZE INTO Dormant-Rec
           END-STRING
           WRITE Dormant-Rec.

       Interest-Run.
           MOVE 0 TO WS-Int-Total
           MOVE 0 TO WS-Int-Count
           MOVE 0 TO WS-TX-Wh-Total
           MOVE 0 TO WS-TX-Wh-Count
           PERFORM Int-Read-Ctl
           EVALUATE TRUE
               WHEN WS-Int-Ctl-Bad = "Y"
                   DISPLAY "Interest run refused, the interest control "
                           "file could not be read."
                   MOVE 8 TO WS-Step-RC
               WHEN WS-Int-Ctl-Date = WS-Bus-Date AND
                       WS-Int-Ctl-Done = "Y"
                   DISPLAY "Interest for " WS-Bus-Date " has already "
                           "been credited."
               WHEN OTHER
                   MOVE 0 TO WS-Int-Resume
                   IF WS-Int-Ctl-Date = WS-Bus-Date
                       MOVE WS-Int-Ctl-Acct TO WS-Int-Resume
                       DISPLAY "Resuming interest run after account "
                               WS-Int-Resume
                   END-IF
                   PERFORM Interest-Run-Day
           END-EVALUATE.

       Interest-Run-Day.
           MOVE "N" TO WS-Acct-EOF
           MOVE "N" TO WS-Int-Read-Bad
           OPEN I-O Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
               MOVE 8 TO WS-Step-RC
           ELSE
               PERFORM TX-Open-Input
               IF WS-TX-Bad = "Y"
                   DISPLAY "Interest run refused, tax status file "
                           "unavailable."
                   MOVE 8 TO WS-Step-RC
               ELSE
                   MOVE WS-Bus-Date TO WS-Int-Ctl-Date
                   MOVE WS-Int-Resume TO WS-Int-Ctl-Acct
                   MOVE "N" TO WS-Int-Ctl-Done
                   PERFORM Int-Write-Ctl
                   IF WS-Int-Ctl-Bad = "Y"
                       MOVE "Y" TO WS-Acct-EOF
                   END-IF
                   PERFORM UNTIL WS-Acct-EOF = "Y"
                       READ Accounts-File NEXT RECORD
                           AT END MOVE "Y" TO WS-Acct-EOF
                           NOT AT END
                               IF WS-FS19 NOT = "00"
                                   PERFORM Show-Account-File-Error
                                   MOVE "Y" TO WS-Int-Read-Bad
                                   MOVE "Y" TO WS-Acct-EOF
                               ELSE
                                   PERFORM Credit-Interest
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM TX-Close-File
                   IF WS-Int-Read-Bad = "N" AND WS-Int-Ctl-Bad = "N"
                       MOVE "Y" TO WS-Int-Ctl-Done
                       PERFORM Int-Write-Ctl
                   END-IF
                   IF WS-Int-Read-Bad = "Y" OR WS-Int-Ctl-Bad = "Y"
                       MOVE 8 TO WS-Step-RC
                       DISPLAY "Interest run stopped after account "
                               WS-Int-Ctl-Acct ", rerun to resume."
                   END-IF
                   PERFORM Write-Interest-Report
                   MOVE WS-Int-Total TO WS-Total-Disp
                   DISPLAY "Interest run done: " WS-Int-Count
                           " accounts credited, total " WS-Total-Disp
                   MOVE WS-TX-Wh-Total TO WS-Total-Disp
                   DISPLAY "Tax withheld from " WS-TX-Wh-Count
                           " accounts, total " WS-Total-Disp
               END-IF
               CLOSE Accounts-File
           END-IF.

       Int-Read-Ctl.
           MOVE 0 TO WS-Int-Ctl-Date
           MOVE 0 TO WS-Int-Ctl-Acct
           MOVE "Y" TO WS-Int-Ctl-Done
           MOVE "N" TO WS-Int-Ctl-Bad
           OPEN INPUT Int-Ctl-File
           IF WS-FS56 = "35"
               CONTINUE
           ELSE
               IF WS-FS56 NOT = "00"
                   DISPLAY "Interest control file could not be read, "
                           "status=" WS-FS56
                   MOVE "Y" TO WS-Int-Ctl-Bad
               ELSE
                   READ Int-Ctl-File
                       AT END CONTINUE
                       NOT AT END
                           MOVE IC-Bus-Date TO WS-Int-Ctl-Date
                           MOVE IC-Last-Acct TO WS-Int-Ctl-Acct
                           MOVE IC-Done TO WS-Int-Ctl-Done
                   END-READ
                   CLOSE Int-Ctl-File
               END-IF
           END-IF.

       Int-Write-Ctl.
           MOVE WS-Int-Ctl-Date TO IC-Bus-Date
           MOVE WS-Int-Ctl-Acct TO IC-Last-Acct
           MOVE WS-Int-Ctl-Done TO IC-Done
           OPEN OUTPUT Int-Ctl-File
           IF WS-FS56 NOT = "00"
               DISPLAY "Interest control file could not be written, "
                       "status=" WS-FS56
               MOVE "Y" TO WS-Int-Ctl-Bad
           ELSE
               WRITE Int-Ctl-Rec
               CLOSE Int-Ctl-File
           END-IF.

       Credit-Interest.
           IF Account-ID > WS-Int-Resume AND
                   Account-Status NOT = "F" AND
                   Account-Status NOT = "C" AND
                   Account-Product = "S"
               PERFORM Credit-Interest-Post
           END-IF.

       Credit-Interest-Post.
           IF Account-Amount > WS-Int-Band2-Max
               MOVE WS-Int-Band3-Bps TO WS-Int-Rate
           ELSE
               IF Account-Amount > WS-Int-Band1-Max
                   MOVE WS-Int-Band2-Bps TO WS-Int-Rate
               ELSE
                   MOVE WS-Int-Band1-Bps TO WS-Int-Rate
               END-IF
           END-IF
           COMPUTE WS-Interest ROUNDED =
                   Account-Amount * WS-Int-Rate / 10000
           IF WS-Interest > 0
               ADD WS-Interest TO Account-Amount
               REWRITE Account-Rec
                   INVALID KEY
                       DISPLAY "Interest update failed for account "
                               Account-ID
                   NOT INVALID KEY
                       ADD WS-Interest TO WS-Int-Total
                       ADD 1 TO WS-Int-Count
                       PERFORM Append-Interest-Entry
                       MOVE Account-ID TO WS-Int-Ctl-Acct
                       PERFORM Int-Write-Ctl
                       IF WS-Int-Ctl-Bad = "Y"
                           MOVE "Y" TO WS-Acct-EOF
                       END-IF
               END-REWRITE
           END-IF.

       Append-Interest-Entry.
           MOVE Account-ID TO TR-Acct-ID
           MOVE "I" TO TR-Type
           MOVE "C" TO TR-DC
           MOVE WS-Interest TO TR-Amount
           MOVE WS-Bus-Date TO TR-Date
           MOVE Account-Amount TO TR-Balance
           MOVE 0 TO TR-Ref
           PERFORM Write-Ledger-Rec
           PERFORM Withhold-Interest-Tax.

       Withhold-Interest-Tax.
           MOVE Account-Cust-ID TO WS-Cust-ID
           PERFORM TX-Get-Status
           EVALUATE WS-TX-Status
               WHEN "E" MOVE 0 TO WS-TX-Bps
               WHEN "F" MOVE WS-TX-Frn-Bps TO WS-TX-Bps
               WHEN OTHER MOVE WS-TX-Std-Bps TO WS-TX-Bps
           END-EVALUATE
           COMPUTE WS-TX-Tax ROUNDED =
                   WS-Interest * WS-TX-Bps / 10000
           IF WS-TX-Tax > 0
               SUBTRACT WS-TX-Tax FROM Account-Amount
               REWRITE Account-Rec
                   INVALID KEY
                       DISPLAY "Tax withholding failed for account "
                               Account-ID
                       ADD WS-TX-Tax TO Account-Amount
                   NOT INVALID KEY
                       ADD WS-TX-Tax TO WS-TX-Wh-Total
                       ADD 1 TO WS-TX-Wh-Count
                       PERFORM Append-Withholding-Entry
               END-REWRITE
           END-IF.

       Append-Withholding-Entry.
           MOVE Account-ID TO TR-Acct-ID
           MOVE "X" TO TR-Type
           MOVE "D" TO TR-DC
           MOVE WS-TX-Tax TO TR-Amount
           MOVE WS-Bus-Date TO TR-Date
           MOVE Account-Amount TO TR-Balance
           MOVE 0 TO TR-Ref
           PERFORM Write-Ledger-Rec.

       TX-Open-Input.
           MOVE "N" TO WS-TX-Open-OK
           MOVE "N" TO WS-TX-Bad
           OPEN INPUT Cust-Tax-File
           EVALUATE WS-FS53
               WHEN "00"
                   MOVE "Y" TO WS-TX-Open-OK
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Tax status file could not be read, status="
                           WS-FS53
                   MOVE "Y" TO WS-TX-Bad
           END-EVALUATE.

       TX-Close-File.
           IF WS-TX-Open-OK = "Y"
               CLOSE Cust-Tax-File
               MOVE "N" TO WS-TX-Open-OK
           END-IF.

       TX-Get-Status.
           MOVE "N" TO WS-TX-Local
           IF WS-TX-Open-OK = "N"
               PERFORM TX-Open-Input
               MOVE WS-TX-Open-OK TO WS-TX-Local
           END-IF
           PERFORM TX-Read-Status
           IF WS-TX-Local = "Y"
               PERFORM TX-Close-File
           END-IF.

       TX-Read-Status.
           MOVE "S" TO WS-TX-Status
           MOVE "N" TO WS-TX-Found
           IF WS-TX-Open-OK = "Y"
               MOVE WS-Cust-ID TO CX-Cust-ID
               READ Cust-Tax-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TX-Found
                       MOVE CX-Status TO WS-TX-Status
               END-READ
           END-IF.

       TX-Set-Label.
           EVALUATE WS-TX-Status
               WHEN "E" MOVE "EXEMPT  " TO WS-TX-Label
               WHEN "F" MOVE "FOREIGN " TO WS-TX-Label
               WHEN OTHER MOVE "STANDARD" TO WS-TX-Label
           END-EVALUATE.

       Write-Interest-Report.
           OPEN OUTPUT Interest-File
           IF WS-FS11 NOT = "00"
               DISPLAY "Interest report could not be written, status="
                       WS-FS11
           ELSE
               MOVE SPACES TO Interest-Rec
               IF WS-Int-Resume > 0
                   STRING "INTEREST RUN " WS-Bus-Date
                       " RESUMED AFTER ACCOUNT " WS-Int-Resume
                       DELIMITED BY SIZE INTO Interest-Rec
                   END-STRING
               ELSE
                   STRING "INTEREST RUN " WS-Bus-Date
                       DELIMITED BY SIZE INTO Interest-Rec
                   END-STRING
               END-IF
               WRITE Interest-Rec
               MOVE SPACES TO Interest-Rec
               STRING "ACCOUNTS CREDITED: " WS-Int-Count
                   DELIMITED BY SIZE INTO Interest-Rec
               END-STRING
               WRITE Interest-Rec
               MOVE SPACES TO Interest-Rec
               MOVE WS-Int-Total TO WS-Total-Disp
               STRING "TOTAL INTEREST:    " WS-Total-Disp
                   DELIMITED BY SIZE INTO Interest-Rec
               END-STRING
               WRITE Interest-Rec
               MOVE SPACES TO Interest-Rec
               STRING "ACCOUNTS WITHHELD: " WS-TX-Wh-Count
                   DELIMITED BY SIZE INTO Interest-Rec
               END-STRING
               WRITE Interest-Rec
               MOVE SPACES TO Interest-Rec
               MOVE WS-TX-Wh-Total TO WS-Total-Disp
               STRING "TAX WITHHELD:      " WS-Total-Disp
                   DELIMITED BY SIZE INTO Interest-Rec
               END-STRING
               WRITE Interest-Rec
               MOVE SPACES TO Interest-Rec
               COMPUTE WS-TX-Net = WS-Int-Total - WS-TX-Wh-Total
               MOVE WS-TX-Net TO WS-Total-Disp
               STRING "NET INTEREST:      " WS-Total-Disp
                   DELIMITED BY SIZE INTO Interest-Rec
               END-STRING
               WRITE Interest-Rec
               CLOSE Interest-File
               DISPLAY "Summary written to assets/interest_report.txt"
           END-IF.

       Fee-Run.
           DISPLAY "Fee month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-Stmt-Month-Text
           COMPUTE WS-Stmt-Month =
                   FUNCTION NUMVAL(WS-Stmt-Month-Text)
           DIVIDE WS-Stmt-Month BY 100 GIVING WS-Stmt-Year
                   REMAINDER WS-Stmt-MM
           DIVIDE WS-Bus-Date BY 100 GIVING WS-FE-Bus-Month
           PERFORM Fee-Read-Ctl
           EVALUATE TRUE
               WHEN WS-Stmt-Year < 1900 OR WS-Stmt-MM < 1
                       OR WS-Stmt-MM > 12
                   DISPLAY "Invalid month, expected YYYYMM."
               WHEN WS-Stmt-Month NOT < WS-FE-Bus-Month
                   DISPLAY "Fees can only be charged for a completed "
                           "month."
               WHEN WS-FE-Ctl-Bad = "Y"
                   DISPLAY "Fee run refused, the fee control file "
                           "could not be read."
               WHEN WS-FE-Ctl-Done = "N" AND
                       WS-FE-Ctl-Month NOT = WS-Stmt-Month
                   DISPLAY "Fee run for " WS-FE-Ctl-Month " did not "
                           "complete, rerun that month first."
               WHEN WS-FE-Ctl-Month > WS-Stmt-Month OR
                       (WS-FE-Ctl-Month = WS-Stmt-Month AND
                        WS-FE-Ctl-Done = "Y")
                   DISPLAY "Fees for " WS-Stmt-Month " have already "
                           "been charged."
               WHEN OTHER
                   MOVE 0 TO WS-FE-Resume
                   IF WS-FE-Ctl-Month = WS-Stmt-Month
                       MOVE WS-FE-Ctl-Acct TO WS-FE-Resume
                       DISPLAY "Resuming fee run after account "
                               WS-FE-Resume
                   END-IF
                   PERFORM Fee-Run-Month
           END-EVALUATE.

       Fee-Run-Month.
           PERFORM Fee-Load-Schedule
           IF WS-FE-Cnt = 0
               DISPLAY "No fee schedule loaded, nothing charged."
           ELSE
               MOVE "N" TO WS-Acct-EOF
               MOVE "N" TO WS-FE-Read-Bad
               MOVE 0 TO WS-FE-Acct-Cnt
               MOVE 0 TO WS-FE-Tot-Charged
               MOVE 0 TO WS-FE-Tot-Waived
               MOVE 0 TO WS-FE-Tot-Uncoll
               MOVE SPACES TO WS-Approver-ID
               OPEN I-O Accounts-File
               IF WS-FS19 NOT = "00"
                   PERFORM Show-Account-File-Error
               ELSE
                   PERFORM Fee-Open-Outputs
                   MOVE WS-Stmt-Month TO WS-FE-Ctl-Month
                   MOVE WS-FE-Resume TO WS-FE-Ctl-Acct
                   MOVE "N" TO WS-FE-Ctl-Done
                   PERFORM Fee-Write-Ctl
                   PERFORM UNTIL WS-Acct-EOF = "Y"
                       READ Accounts-File NEXT RECORD
                           AT END MOVE "Y" TO WS-Acct-EOF
                           NOT AT END
                               IF WS-FS19 NOT = "00"
                                   PERFORM Show-Account-File-Error
                                   MOVE "Y" TO WS-FE-Read-Bad
                                   MOVE "Y" TO WS-Acct-EOF
                               ELSE
                                   PERFORM Fee-Charge-Account
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Accounts-File
                   IF WS-FE-Read-Bad = "N"
                       MOVE "Y" TO WS-FE-Ctl-Done
                       PERFORM Fee-Write-Ctl
                   ELSE
                       DISPLAY "Fee run stopped after account "
                               WS-FE-Ctl-Acct ", rerun to resume."
                   END-IF
                   PERFORM Fee-Write-Totals
                   IF WS-FE-Unc-OK = "Y"
                       CLOSE Fee-Unc-File
                   END-IF
                   MOVE WS-FE-Tot-Charged TO WS-Total-Disp
                   DISPLAY "Fee run done: " WS-FE-Acct-Cnt
                           " accounts assessed, charged "
                           WS-Total-Disp
               END-IF
           END-IF.

       Fee-Open-Outputs.
           MOVE "N" TO WS-FE-Unc-OK
           OPEN EXTEND Fee-Unc-File
           IF WS-FS38 = "35"
               OPEN OUTPUT Fee-Unc-File
           END-IF
           IF WS-FS38 NOT = "00"
               DISPLAY "Uncollected fee file could not be opened, "
                       "status=" WS-FS38
           ELSE
               MOVE "Y" TO WS-FE-Unc-OK
           END-IF
           MOVE "N" TO WS-FE-Rpt-OK
           IF WS-FE-Resume > 0
               OPEN EXTEND Fee-Rpt-File
               IF WS-FS39 = "35"
                   OPEN OUTPUT Fee-Rpt-File
               END-IF
           ELSE
               OPEN OUTPUT Fee-Rpt-File
           END-IF
           IF WS-FS39 NOT = "00"
               DISPLAY "Fee report could not be written, status="
                       WS-FS39
           ELSE
               MOVE "Y" TO WS-FE-Rpt-OK
               MOVE SPACES TO Fee-Rpt-Rec
               IF WS-FE-Resume > 0
                   STRING "FEE RUN " WS-Stmt-Month " RESUMED "
                       WS-Bus-Date " AFTER ACCOUNT " WS-FE-Resume
                       DELIMITED BY SIZE INTO Fee-Rpt-Rec
                   END-STRING
               ELSE
                   STRING "FEE RUN " WS-Stmt-Month " POSTED "
                       WS-Bus-Date
                       DELIMITED BY SIZE INTO Fee-Rpt-Rec
                   END-STRING
               END-IF
               WRITE Fee-Rpt-Rec
               MOVE SPACES TO Fee-Rpt-Rec
               STRING "ACCT  P  WDRS         MINIMUM BALANCE"
                   "                CHARGED                    "
                   "WAIVED            UNCOLLECTED"
                   DELIMITED BY SIZE INTO Fee-Rpt-Rec
               END-STRING
               WRITE Fee-Rpt-Rec
           END-IF.

       Fee-Load-Schedule.
           MOVE 0 TO WS-FE-Cnt
           MOVE "N" TO WS-FE-EOF
           MOVE "N" TO WS-FE-Open-OK
           OPEN INPUT Fee-Sched-File
           IF WS-FS36 = "35"
               DISPLAY "Fee schedule assets/fees.dat was not found."
               MOVE "Y" TO WS-FE-EOF
           ELSE
               IF WS-FS36 NOT = "00"
                   DISPLAY "Fee schedule could not be read, status="
                           WS-FS36
                   MOVE "Y" TO WS-FE-EOF
               ELSE
                   MOVE "Y" TO WS-FE-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-FE-EOF = "Y"
               READ Fee-Sched-File
                   AT END MOVE "Y" TO WS-FE-EOF
                   NOT AT END
                       IF WS-FS36 NOT = "00"
                           DISPLAY "Fee schedule could not be read, "
                                   "status=" WS-FS36
                           MOVE "Y" TO WS-FE-EOF
                       ELSE
                           IF WS-FE-Cnt < 10
                               ADD 1 TO WS-FE-Cnt
                               MOVE FE-Product TO WS-FE-Prd(WS-FE-Cnt)
                               MOVE FE-Monthly TO WS-FE-Mth(WS-FE-Cnt)
                               MOVE FE-Free-Cnt TO
                                   WS-FE-Free(WS-FE-Cnt)
                               MOVE FE-Item-Fee TO
                                   WS-FE-Item(WS-FE-Cnt)
                               MOVE FE-Waive-Min TO
                                   WS-FE-Waive(WS-FE-Cnt)
                               MOVE 0 TO WS-FE-Nsf(WS-FE-Cnt)
                               IF FE-NSF-Fee NUMERIC
                                   MOVE FE-NSF-Fee TO
                                       WS-FE-Nsf(WS-FE-Cnt)
                               END-IF
                           ELSE
                               DISPLAY "Fee schedule table full, "
                                       "extra lines ignored."
                               MOVE "Y" TO WS-FE-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FE-Open-OK = "Y"
               CLOSE Fee-Sched-File
           END-IF.

       Fee-Read-Ctl.
           MOVE 0 TO WS-FE-Ctl-Month
           MOVE 0 TO WS-FE-Ctl-Acct
           MOVE "Y" TO WS-FE-Ctl-Done
           MOVE "N" TO WS-FE-Ctl-Bad
           OPEN INPUT Fee-Ctl-File
           IF WS-FS37 = "35"
               CONTINUE
           ELSE
               IF WS-FS37 NOT = "00"
                   DISPLAY "Fee control file could not be read, "
                           "status=" WS-FS37
                   MOVE "Y" TO WS-FE-Ctl-Bad
               ELSE
                   READ Fee-Ctl-File
                       AT END CONTINUE
                       NOT AT END
                           MOVE FC-Month TO WS-FE-Ctl-Month
                           MOVE FC-Last-Acct TO WS-FE-Ctl-Acct
                           MOVE FC-Done TO WS-FE-Ctl-Done
                   END-READ
                   CLOSE Fee-Ctl-File
               END-IF
           END-IF.

       Fee-Write-Ctl.
           MOVE WS-FE-Ctl-Month TO FC-Month
           MOVE WS-FE-Ctl-Acct TO FC-Last-Acct
           MOVE WS-FE-Ctl-Done TO FC-Done
           OPEN OUTPUT Fee-Ctl-File
           IF WS-FS37 NOT = "00"
               DISPLAY "Fee control file could not be written, "
                       "status=" WS-FS37 ", a restart may double-"
                       "charge."
           ELSE
               WRITE Fee-Ctl-Rec
               CLOSE Fee-Ctl-File
           END-IF.

       Fee-Charge-Account.
           MOVE 0 TO WS-FE-Hit
           IF Account-ID > WS-FE-Resume AND
                   Account-Status NOT = "F" AND
                   Account-Status NOT = "C"
               PERFORM VARYING WS-FE-Ix FROM 1 BY 1
               UNTIL WS-FE-Ix > WS-FE-Cnt OR WS-FE-Hit > 0
                   IF WS-FE-Prd(WS-FE-Ix) = Account-Product
                       MOVE WS-FE-Ix TO WS-FE-Hit
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-FE-Open-Month
           IF Account-Open-Date NUMERIC
               DIVIDE Account-Open-Date BY 100
                   GIVING WS-FE-Open-Month
           END-IF
           IF WS-FE-Hit > 0 AND WS-FE-Open-Month NOT > WS-Stmt-Month
               ADD 1 TO WS-FE-Acct-Cnt
               PERFORM Fee-Assess-Account
               PERFORM Fee-Post-Account
               PERFORM Fee-Report-Line
               MOVE Account-ID TO WS-FE-Ctl-Acct
               PERFORM Fee-Write-Ctl
           END-IF.

       Fee-Assess-Account.
           PERFORM Stmt-Scan-Totals-All
           MOVE WS-Stmt-Open TO WS-FE-Min-Bal
           MOVE 0 TO WS-FE-Wdr-Cnt
           IF WS-Stmt-Count > 0
               MOVE 3 TO WS-Stmt-Pass
               PERFORM Stmt-Scan-Sources
           END-IF
           MOVE WS-FE-Mth(WS-FE-Hit) TO WS-FE-Maint
           MOVE 0 TO WS-FE-Waived
           IF WS-FE-Waive(WS-FE-Hit) > 0 AND
                   WS-FE-Min-Bal NOT < WS-FE-Waive(WS-FE-Hit)
               MOVE WS-FE-Maint TO WS-FE-Waived
               MOVE 0 TO WS-FE-Maint
           END-IF
           MOVE 0 TO WS-FE-Items
           IF WS-FE-Wdr-Cnt > WS-FE-Free(WS-FE-Hit)
               COMPUTE WS-FE-Items =
                       WS-FE-Wdr-Cnt - WS-FE-Free(WS-FE-Hit)
           END-IF
           COMPUTE WS-FE-Item-Amt =
                   WS-FE-Items * WS-FE-Item(WS-FE-Hit).

       Fee-Tally-Entry.
           IF WS-Scan-Balance < WS-FE-Min-Bal
               MOVE WS-Scan-Balance TO WS-FE-Min-Bal
           END-IF
           IF WS-Scan-Type = "W" OR WS-Scan-Type = "Q"
               MOVE WS-Scan-Ref TO WS-RV-Key
               PERFORM RV-Check-Ref
               IF WS-RV-Hit = 0
                   ADD 1 TO WS-FE-Wdr-Cnt
               END-IF
           END-IF.

       Fee-Post-Account.
           PERFORM Hold-Sum-For-Account
           MOVE 0 TO WS-FE-Charged
           MOVE 0 TO WS-FE-Uncoll
           IF WS-FE-Maint > 0
               MOVE "F" TO WS-FE-Type
               MOVE WS-FE-Maint TO WS-FE-Amount
               PERFORM Fee-Post-One
           END-IF
           IF WS-FE-Item-Amt > 0
               MOVE "K" TO WS-FE-Type
               MOVE WS-FE-Item-Amt TO WS-FE-Amount
               PERFORM Fee-Post-One
           END-IF
           ADD WS-FE-Charged TO WS-FE-Tot-Charged
           ADD WS-FE-Waived TO WS-FE-Tot-Waived
           ADD WS-FE-Uncoll TO WS-FE-Tot-Uncoll.

       Fee-Post-One.
           IF WS-FE-Amount > WS-Avail-Bal
               ADD WS-FE-Amount TO WS-FE-Uncoll
               PERFORM Fee-Write-Uncollected
           ELSE
               SUBTRACT WS-FE-Amount FROM Account-Amount
               REWRITE Account-Rec
                   INVALID KEY
                       DISPLAY "Fee update failed for account "
                               Account-ID
                       ADD WS-FE-Amount TO Account-Amount
                       ADD WS-FE-Amount TO WS-FE-Uncoll
                       PERFORM Fee-Write-Uncollected
                   NOT INVALID KEY
                       SUBTRACT WS-FE-Amount FROM WS-Avail-Bal
                       ADD WS-FE-Amount TO WS-FE-Charged
                       PERFORM Append-Fee-Entry
               END-REWRITE
           END-IF.

       Append-Fee-Entry.
           MOVE Account-ID TO TR-Acct-ID
           MOVE WS-FE-Type TO TR-Type
           MOVE "D" TO TR-DC
           MOVE WS-FE-Amount TO TR-Amount
           MOVE WS-Bus-Date TO TR-Date
           MOVE Account-Amount TO TR-Balance
           MOVE 0 TO TR-Ref
           PERFORM Write-Ledger-Rec.

       Fee-Write-Uncollected.
           IF WS-FE-Unc-OK = "Y"
               MOVE WS-Bus-Date TO FU-Bus-Date
               MOVE WS-Stmt-Month TO FU-Month
               MOVE Account-ID TO FU-Acct-ID
               MOVE WS-FE-Type TO FU-Type
               MOVE WS-FE-Amount TO FU-Amount
               MOVE 0 TO FU-Chq-No
               WRITE Fee-Unc-Rec
           END-IF.

       Fee-Report-Line.
           IF WS-FE-Rpt-OK = "Y"
               MOVE SPACES TO Fee-Rpt-Rec
               MOVE WS-FE-Min-Bal TO WS-Amount-Disp
               MOVE WS-FE-Charged TO WS-Amount-Disp2
               MOVE WS-FE-Waived TO WS-Total-Disp
               MOVE WS-FE-Uncoll TO WS-FE-Unc-Disp
               STRING Account-ID " " Account-Product "  "
                   WS-FE-Wdr-Cnt " " WS-Amount-Disp " "
                   WS-Amount-Disp2 " " WS-Total-Disp " "
                   WS-FE-Unc-Disp
                   DELIMITED BY SIZE INTO Fee-Rpt-Rec
               END-STRING
               WRITE Fee-Rpt-Rec
           END-IF.

       Fee-Write-Totals.
           IF WS-FE-Rpt-OK = "Y"
               MOVE SPACES TO Fee-Rpt-Rec
               STRING "ACCOUNTS ASSESSED: " WS-FE-Acct-Cnt
                   DELIMITED BY SIZE INTO Fee-Rpt-Rec
               END-STRING
               WRITE Fee-Rpt-Rec
               MOVE SPACES TO Fee-Rpt-Rec
               MOVE WS-FE-Tot-Charged TO WS-Total-Disp
               STRING "TOTAL CHARGED:     " WS-Total-Disp
                   DELIMITED BY SIZE INTO Fee-Rpt-Rec
               END-STRING
               WRITE Fee-Rpt-Rec
               MOVE SPACES TO Fee-Rpt-Rec
               MOVE WS-FE-Tot-Waived TO WS-Total-Disp
               STRING "TOTAL WAIVED:      " WS-Total-Disp
                   DELIMITED BY SIZE INTO Fee-Rpt-Rec
               END-STRING
               WRITE Fee-Rpt-Rec
               MOVE SPACES TO Fee-Rpt-Rec
               MOVE WS-FE-Tot-Uncoll TO WS-Total-Disp
               STRING "TOTAL UNCOLLECTED: " WS-Total-Disp
                   DELIMITED BY SIZE INTO Fee-Rpt-Rec
               END-STRING
               WRITE Fee-Rpt-Rec
               CLOSE Fee-Rpt-File
               DISPLAY "Fee report written to assets/fee_report.txt"
           END-IF.

       TD-Capture-Terms.
           MOVE "N" TO WS-TD-OK
           DISPLAY " Term in months (1-120): " WITH NO ADVANCING
           ACCEPT WS-TD-Term-Text
           COMPUTE WS-TD-Term = FUNCTION NUMVAL(WS-TD-Term-Text)
           DISPLAY " Fixed rate in basis points: " WITH NO ADVANCING
           ACCEPT WS-TD-Rate-Text
           COMPUTE WS-TD-Rate = FUNCTION NUMVAL(WS-TD-Rate-Text)
           DISPLAY " At maturity (R=Renew P=Pay out H=Hold): "
               WITH NO ADVANCING
           ACCEPT WS-TD-Instr
           MOVE 0 TO WS-TD-Link
           IF WS-TD-Instr = "P"
               DISPLAY " Pay-out account ID: " WITH NO ADVANCING
               ACCEPT WS-TD-Link
           END-IF
           EVALUATE TRUE
               WHEN WS-TD-Term < 1 OR WS-TD-Term > 120
                   DISPLAY "Invalid term, no account opened."
               WHEN WS-TD-Rate = 0
                   DISPLAY "Invalid rate, no account opened."
               WHEN WS-TD-Instr NOT = "R" AND WS-TD-Instr NOT = "P"
                       AND WS-TD-Instr NOT = "H"
                   DISPLAY "Invalid maturity instruction, no account "
                           "opened."
               WHEN WS-TD-Instr = "P"
                   PERFORM TD-Check-Link
               WHEN OTHER
                   MOVE "Y" TO WS-TD-OK
           END-EVALUATE.

       TD-Check-Link.
           MOVE WS-TD-Link TO Account-ID
           READ Accounts-File
               INVALID KEY
                   DISPLAY "Pay-out account " WS-TD-Link
                           " not found, no account opened."
               NOT INVALID KEY
                   IF Account-Status = "A" AND
                           (Account-Product = "C" OR
                            Account-Product = "S")
                       MOVE "Y" TO WS-TD-OK
                   ELSE
                       DISPLAY "Pay-out account must be an active "
                               "checking or savings account, no "
                               "account opened."
                   END-IF
           END-READ.

       TD-Write-Detail.
           MOVE WS-Bus-Date TO WS-TD-From-Date
           PERFORM TD-Add-Term
           OPEN I-O Term-Dep-File
           IF WS-FS40 = "35"
               OPEN OUTPUT Term-Dep-File
           END-IF
           IF WS-FS40 NOT = "00"
               DISPLAY "Term deposit file could not be opened, status="
                       WS-FS40 ", terms not recorded."
           ELSE
               MOVE Account-ID TO TD-Acct-ID
               MOVE WS-TD-Term TO TD-Term-Months
               MOVE WS-TD-Rate TO TD-Rate-Bps
               MOVE WS-Bus-Date TO TD-Start-Date
               MOVE WS-TD-Mat-Date TO TD-Maturity
               MOVE WS-TD-Instr TO TD-Instruction
               MOVE WS-TD-Link TO TD-Link-Acct
               MOVE Account-Amount TO TD-Principal
               MOVE "A" TO TD-Status
               WRITE Term-Dep-Rec
                   INVALID KEY
                       DISPLAY "Term details for account " Account-ID
                               " already exist."
                   NOT INVALID KEY
                       DISPLAY "Term deposit matures on "
                               WS-TD-Mat-Date
               END-WRITE
               CLOSE Term-Dep-File
           END-IF.

       TD-Add-Term.
           DIVIDE WS-TD-From-Date BY 10000 GIVING WS-TD-Year
                   REMAINDER WS-TD-MMDD
           DIVIDE WS-TD-MMDD BY 100 GIVING WS-TD-MM
                   REMAINDER WS-TD-DD
           COMPUTE WS-TD-Months =
                   WS-TD-Year * 12 + WS-TD-MM - 1 + WS-TD-Term
           DIVIDE WS-TD-Months BY 12 GIVING WS-TD-Year
                   REMAINDER WS-TD-MM
           ADD 1 TO WS-TD-MM
           IF WS-TD-MM = 12
               COMPUTE WS-TD-Scratch = (WS-TD-Year + 1) * 100 + 1
           ELSE
               COMPUTE WS-TD-Scratch = WS-TD-Year * 100 + WS-TD-MM + 1
           END-IF
           COMPUTE WS-TD-Int =
                   FUNCTION INTEGER-OF-DATE(WS-TD-Scratch * 100 + 1)
                   - 1
           COMPUTE WS-TD-Last-Date = FUNCTION DATE-OF-INTEGER(WS-TD-Int)
           DIVIDE WS-TD-Last-Date BY 100 GIVING WS-TD-Scratch
                   REMAINDER WS-TD-Last-Day
           IF WS-TD-DD > WS-TD-Last-Day
               MOVE WS-TD-Last-Day TO WS-TD-DD
           END-IF
           COMPUTE WS-TD-Mat-Date =
                   WS-TD-Year * 10000 + WS-TD-MM * 100 + WS-TD-DD.

       TD-Read-Detail.
           MOVE "N" TO WS-TD-Found
           OPEN INPUT Term-Dep-File
           IF WS-FS40 NOT = "00" AND WS-FS40 NOT = "35"
               DISPLAY "Term deposit file could not be read, status="
                       WS-FS40
               MOVE "E" TO WS-TD-Found
           END-IF
           IF WS-FS40 = "00"
               MOVE Account-ID TO TD-Acct-ID
               READ Term-Dep-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TD-Found
                       MOVE Term-Dep-Rec TO WS-TD-Rec
               END-READ
               CLOSE Term-Dep-File
           END-IF.

       TD-Check-Locked.
           MOVE "N" TO WS-TD-Locked
           IF Account-Product = "T"
               PERFORM TD-Read-Detail
               IF WS-TD-Found = "E" OR WS-TD-Found = "N" OR
                       (WS-TD-Found = "Y" AND WS-TD-R-Status = "A"
                        AND WS-TD-R-Maturity > WS-Bus-Date)
                   MOVE "Y" TO WS-TD-Locked
               END-IF
           END-IF.

       TD-Offer-Break.
           MOVE "N" TO WS-TD-Break
           MOVE "N" TO WS-TX-Bad
           IF WS-TD-Found = "Y"
               MOVE Account-Cust-ID TO WS-Cust-ID
               PERFORM TX-Get-Status
           END-IF
           EVALUATE TRUE
               WHEN WS-TD-Found NOT = "Y"
                   DISPLAY "Term deposit details unavailable, posting "
                           "refused."
               WHEN WS-TX-Bad = "Y"
                   DISPLAY "Tax status unavailable, early break "
                           "refused."
               WHEN OTHER
                   DISPLAY "Term deposit " Account-ID " matures on "
                           WS-TD-R-Maturity "."
                   DISPLAY "Break early at the penalty rate? (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-TD-Answer
                   IF WS-TD-Answer NOT = "Y"
                       DISPLAY "Posting refused before maturity."
                   ELSE
                       PERFORM TD-Compute-Break
                       MOVE WS-Interest TO WS-Amount-Disp
                       DISPLAY "Interest at penalty rate: "
                               WS-Amount-Disp
                       MOVE Account-Amount TO WS-Amount
                       MOVE "TD BREAK" TO WS-Auth-Action
                       MOVE "Y" TO WS-Auth-Force
                       PERFORM Authorize-Amount
                       MOVE "N" TO WS-Auth-Force
                       IF WS-Auth-OK = "N"
                           DISPLAY "Early break refused without "
                                   "supervisor approval."
                       ELSE
                           PERFORM TD-Apply-Break
                       END-IF
                   END-IF
           END-EVALUATE.

       TD-Compute-Break.
           COMPUTE WS-TD-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Bus-Date) -
                   FUNCTION INTEGER-OF-DATE(WS-TD-R-Start)
           IF WS-TD-R-Rate > WS-TD-Penalty-Bps
               COMPUTE WS-TD-Net-Bps =
                       WS-TD-R-Rate - WS-TD-Penalty-Bps
           ELSE
               MOVE 0 TO WS-TD-Net-Bps
           END-IF
           COMPUTE WS-Interest ROUNDED =
                   WS-TD-R-Principal * WS-TD-Net-Bps * WS-TD-Days
                   / 3650000.

       TD-Apply-Break.
           MOVE "B" TO WS-TD-R-Status
           PERFORM TD-Rewrite-Detail
           IF WS-TD-OK = "Y"
               IF WS-Interest > 0
                   ADD WS-Interest TO Account-Amount
                   REWRITE Account-Rec
                       INVALID KEY
                           DISPLAY "Interest update failed for "
                                   "account " Account-ID
                           SUBTRACT WS-Interest FROM Account-Amount
                       NOT INVALID KEY
                           PERFORM Append-Interest-Entry
                   END-REWRITE
               END-IF
               MOVE "Y" TO WS-TD-Break
               DISPLAY "Term deposit broken, postings now allowed."
           END-IF.

       TD-Rewrite-Detail.
           MOVE "N" TO WS-TD-OK
           OPEN I-O Term-Dep-File
           IF WS-FS40 NOT = "00"
               DISPLAY "Term deposit file could not be opened, status="
                       WS-FS40
           ELSE
               MOVE WS-TD-R-Acct TO TD-Acct-ID
               READ Term-Dep-File
                   INVALID KEY
                       DISPLAY "Term details for account "
                               WS-TD-R-Acct " not found."
                   NOT INVALID KEY
                       MOVE WS-TD-Rec TO Term-Dep-Rec
                       REWRITE Term-Dep-Rec
                           INVALID KEY
                               DISPLAY "Term deposit update failed "
                                       "for account " WS-TD-R-Acct
                           NOT INVALID KEY
                               MOVE "Y" TO WS-TD-OK
                       END-REWRITE
               END-READ
               CLOSE Term-Dep-File
           END-IF.

       EOD-Term-Maturity.
           MOVE "N" TO WS-TD-Failed
           MOVE 0 TO WS-TD-Mat-Cnt
           MOVE 0 TO WS-TD-Due-Cnt
           MOVE 0 TO WS-TD-Exc-Cnt
           COMPUTE WS-TD-Int = FUNCTION INTEGER-OF-DATE(WS-Bus-Date) + 7
           COMPUTE WS-TD-Week-End = FUNCTION DATE-OF-INTEGER(WS-TD-Int)
           MOVE "N" TO WS-TD-Rpt-OK
           OPEN OUTPUT Maturity-Rpt-File
           IF WS-FS41 NOT = "00"
               DISPLAY "Maturity report could not be written, status="
                       WS-FS41
           ELSE
               MOVE "Y" TO WS-TD-Rpt-OK
               MOVE SPACES TO Maturity-Rpt-Rec
               STRING "TERM DEPOSIT MATURITY REPORT " WS-Bus-Date
                   DELIMITED BY SIZE INTO Maturity-Rpt-Rec
               END-STRING
               WRITE Maturity-Rpt-Rec
               MOVE SPACES TO Maturity-Rpt-Rec
               STRING "MATURED ON OR BEFORE " WS-Bus-Date
                   DELIMITED BY SIZE INTO Maturity-Rpt-Rec
               END-STRING
               WRITE Maturity-Rpt-Rec
           END-IF
           OPEN I-O Term-Dep-File
           IF WS-FS40 = "35"
               CONTINUE
           ELSE
               IF WS-FS40 NOT = "00"
                   DISPLAY "Term deposit file could not be opened, "
                           "status=" WS-FS40
                   MOVE "Y" TO WS-TD-Failed
               ELSE
                   PERFORM TD-Run-Maturities
                   CLOSE Term-Dep-File
                   PERFORM TD-List-Due
               END-IF
           END-IF
           IF WS-TD-Rpt-OK = "Y"
               MOVE SPACES TO Maturity-Rpt-Rec
               STRING "MATURED: " WS-TD-Mat-Cnt "  EXCEPTIONS: "
                   WS-TD-Exc-Cnt "  DUE WITHIN 7 DAYS: "
                   WS-TD-Due-Cnt
                   DELIMITED BY SIZE INTO Maturity-Rpt-Rec
               END-STRING
               WRITE Maturity-Rpt-Rec
               CLOSE Maturity-Rpt-File
           END-IF
           DISPLAY "Term deposits: " WS-TD-Mat-Cnt " matured, "
                   WS-TD-Due-Cnt " due within 7 days.".

       TD-Run-Maturities.
           OPEN I-O Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
               MOVE "Y" TO WS-TD-Failed
           ELSE
               MOVE "N" TO WS-TD-EOF
               PERFORM UNTIL WS-TD-EOF = "Y"
                   READ Term-Dep-File NEXT RECORD
                       AT END MOVE "Y" TO WS-TD-EOF
                       NOT AT END
                           IF WS-FS40 NOT = "00"
                               DISPLAY "Term deposit file could not "
                                       "be read, status=" WS-FS40
                               MOVE "Y" TO WS-TD-Failed
                               MOVE "Y" TO WS-TD-EOF
                           ELSE
                               IF TD-Status = "A" AND
                                       TD-Maturity NOT > WS-Bus-Date
                                   PERFORM TD-Mature-Deposit
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Accounts-File
           END-IF.

       TD-Mature-Deposit.
           MOVE TD-Maturity TO WS-TD-From-Date
           MOVE 0 TO WS-Interest
           MOVE 0 TO WS-TD-Cust
           MOVE 0 TO WS-TD-Bal
           MOVE SPACES TO WS-TD-Action
           MOVE TD-Acct-ID TO WS-Target-ID
           PERFORM Find-Account
           MOVE "N" TO WS-TX-Bad
           IF WS-Found = "Y"
               MOVE Account-Cust-ID TO WS-Cust-ID
               PERFORM TX-Get-Status
           END-IF
           EVALUATE TRUE
               WHEN WS-Found = "N"
                   MOVE "C" TO TD-Status
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-TD-Action
                   PERFORM TD-Rewrite-Current
               WHEN WS-TX-Bad = "Y"
                   ADD 1 TO WS-TD-Exc-Cnt
                   MOVE Account-Cust-ID TO WS-TD-Cust
                   MOVE Account-Amount TO WS-TD-Bal
                   MOVE "NOT MATURED, TAX STATUS N/A" TO WS-TD-Action
               WHEN Account-Status NOT = "A"
                   ADD 1 TO WS-TD-Exc-Cnt
                   MOVE Account-Cust-ID TO WS-TD-Cust
                   MOVE Account-Amount TO WS-TD-Bal
                   STRING "NOT MATURED, STATUS " Account-Status
                       DELIMITED BY SIZE INTO WS-TD-Action
                   END-STRING
               WHEN OTHER
                   MOVE Account-Cust-ID TO WS-TD-Cust
                   PERFORM TD-Credit-Term-Interest
           END-EVALUATE
           PERFORM TD-Report-Matured.

       TD-Credit-Term-Interest.
           MOVE "Y" TO WS-TD-OK
           COMPUTE WS-Interest ROUNDED =
                   TD-Principal * TD-Rate-Bps * TD-Term-Months
                   / 120000
           IF WS-Interest > 0
               ADD WS-Interest TO Account-Amount
               REWRITE Account-Rec
                   INVALID KEY
                       DISPLAY "Interest update failed for account "
                               Account-ID
                       SUBTRACT WS-Interest FROM Account-Amount
                       MOVE 0 TO WS-Interest
                       MOVE "N" TO WS-TD-OK
                   NOT INVALID KEY
                       PERFORM Append-Interest-Entry
               END-REWRITE
           END-IF
           MOVE Account-Amount TO WS-TD-Bal
           IF WS-TD-OK = "N"
               ADD 1 TO WS-TD-Exc-Cnt
               MOVE "INTEREST NOT CREDITED" TO WS-TD-Action
           ELSE
               ADD 1 TO WS-TD-Mat-Cnt
               EVALUATE TD-Instruction
                   WHEN "R"
                       PERFORM TD-Renew
                   WHEN "P"
                       PERFORM TD-Pay-Out
                   WHEN OTHER
                       MOVE "M" TO TD-Status
                       MOVE "HELD FOR INSTRUCTIONS" TO WS-TD-Action
               END-EVALUATE
               PERFORM TD-Rewrite-Current
           END-IF.

       TD-Renew.
           MOVE TD-Term-Months TO WS-TD-Term
           PERFORM TD-Add-Term
           MOVE TD-Maturity TO TD-Start-Date
           MOVE WS-TD-Mat-Date TO TD-Maturity
           MOVE Account-Amount TO TD-Principal
           STRING "RENEWED TO " WS-TD-Mat-Date
               DELIMITED BY SIZE INTO WS-TD-Action
           END-STRING.

       TD-Pay-Out.
           MOVE "N" TO WS-Xfer-OK
           MOVE TD-Acct-ID TO WS-From-ID
           MOVE TD-Link-Acct TO WS-To-ID
           MOVE Account-Amount TO WS-Amount
           MOVE Account-Amount TO WS-Old-From-Bal
           MOVE 0 TO WS-From-Bal
           MOVE WS-To-ID TO WS-Target-ID
           PERFORM Find-Account
           IF WS-Found = "N" OR Account-Status NOT = "A"
               MOVE "M" TO TD-Status
               MOVE "PAY-OUT ACCOUNT UNAVAILABLE" TO WS-TD-Action
               ADD 1 TO WS-TD-Exc-Cnt
           ELSE
               IF WS-Amount > 0
                   COMPUTE WS-To-Bal = Account-Amount + WS-Amount
                   PERFORM Transfer-Apply
               ELSE
                   MOVE "Y" TO WS-Xfer-OK
               END-IF
               IF WS-Xfer-OK = "Y"
                   PERFORM TD-Close-Account
               ELSE
                   MOVE "M" TO TD-Status
                   MOVE "PAY-OUT FAILED, HELD" TO WS-TD-Action
                   ADD 1 TO WS-TD-Exc-Cnt
               END-IF
           END-IF.

       TD-Close-Account.
           MOVE WS-From-ID TO WS-Target-ID
           PERFORM Find-Account
           MOVE Account-Amount TO WS-Close-Bal
           DELETE Accounts-File
               INVALID KEY
                   DISPLAY "Close failed for account " WS-Target-ID
                   MOVE "M" TO TD-Status
                   MOVE "PAID OUT, CLOSE FAILED" TO WS-TD-Action
               NOT INVALID KEY
                   PERFORM Append-Close-Entry
                   PERFORM PT-End-All-Open
                   MOVE "P" TO TD-Status
                   STRING "PAID OUT TO " WS-To-ID
                       DELIMITED BY SIZE INTO WS-TD-Action
                   END-STRING
           END-DELETE.

       TD-Rewrite-Current.
           REWRITE Term-Dep-Rec
               INVALID KEY
                   DISPLAY "Term deposit update failed for account "
                           TD-Acct-ID
           END-REWRITE.

       TD-Report-Matured.
           IF WS-TD-Rpt-OK = "Y"
               MOVE WS-Interest TO WS-Amount-Disp
               MOVE WS-TD-Bal TO WS-Amount-Disp2
               MOVE SPACES TO Maturity-Rpt-Rec
               STRING TD-Acct-ID "  CUST " WS-TD-Cust "  MATURITY "
                   WS-TD-From-Date "  INTEREST " WS-Amount-Disp
                   "  BALANCE " WS-Amount-Disp2 "  " WS-TD-Action
                   DELIMITED BY SIZE INTO Maturity-Rpt-Rec
               END-STRING
               WRITE Maturity-Rpt-Rec
           END-IF.

       TD-List-Due.
           IF WS-TD-Rpt-OK = "Y"
               MOVE SPACES TO Maturity-Rpt-Rec
               STRING "DUE TO MATURE UP TO " WS-TD-Week-End
                   DELIMITED BY SIZE INTO Maturity-Rpt-Rec
               END-STRING
               WRITE Maturity-Rpt-Rec
           END-IF
           MOVE "N" TO WS-Open-OK
           OPEN INPUT Clients-File
           IF WS-FS = "00"
               MOVE "Y" TO WS-Open-OK
           END-IF
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
           ELSE
               OPEN INPUT Term-Dep-File
               IF WS-FS40 NOT = "00"
                   DISPLAY "Term deposit file could not be read, "
                           "status=" WS-FS40
               ELSE
                   MOVE "N" TO WS-TD-EOF
                   PERFORM UNTIL WS-TD-EOF = "Y"
                       READ Term-Dep-File NEXT RECORD
                           AT END MOVE "Y" TO WS-TD-EOF
                           NOT AT END
                               IF WS-FS40 NOT = "00"
                                   DISPLAY "Term deposit file could "
                                           "not be read, status="
                                           WS-FS40
                                   MOVE "Y" TO WS-TD-EOF
                               ELSE
                                   IF TD-Status = "A" AND
                                       TD-Maturity > WS-Bus-Date AND
                                       TD-Maturity NOT > WS-TD-Week-End
                                       PERFORM TD-Report-Due
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Term-Dep-File
               END-IF
               CLOSE Accounts-File
           END-IF
           IF WS-Open-OK = "Y"
               CLOSE Clients-File
           END-IF.

       TD-Report-Due.
           MOVE TD-Acct-ID TO WS-Target-ID
           PERFORM Find-Account
           IF WS-Found = "Y"
               ADD 1 TO WS-TD-Due-Cnt
               IF WS-Open-OK = "Y"
                   PERFORM Fetch-Owner
               ELSE
                   MOVE SPACES TO Client-FirstName
                   MOVE SPACES TO Client-LastName
               END-IF
               MOVE SPACES TO WS-TD-Action
               EVALUATE TD-Instruction
                   WHEN "R"
                       STRING "RENEW " TD-Term-Months " MONTHS"
                           DELIMITED BY SIZE INTO WS-TD-Action
                       END-STRING
                   WHEN "P"
                       STRING "PAY OUT TO " TD-Link-Acct
                           DELIMITED BY SIZE INTO WS-TD-Action
                       END-STRING
                   WHEN OTHER
                       MOVE "HOLD FOR INSTRUCTIONS" TO WS-TD-Action
               END-EVALUATE
               IF WS-TD-Rpt-OK = "Y"
                   MOVE Account-Amount TO WS-Amount-Disp
                   MOVE SPACES TO Maturity-Rpt-Rec
                   STRING TD-Acct-ID " CUST " Account-Cust-ID " "
                       Client-FirstName " " Client-LastName
                       " MATURES " TD-Maturity " BALANCE "
                       WS-Amount-Disp " " WS-TD-Action
                       DELIMITED BY SIZE INTO Maturity-Rpt-Rec
                   END-STRING
                   WRITE Maturity-Rpt-Rec
               END-IF
           END-IF.

       Account-Parties.
           DISPLAY "Enter account ID: " WITH NO ADVANCING
           ACCEPT WS-Target-ID
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
           ELSE
               OPEN INPUT Clients-File
               IF WS-FS NOT = "00"
                   PERFORM Show-Client-File-Error
               ELSE
                   PERFORM Find-Account
                   IF WS-Found = "Y"
                       PERFORM PT-Open-Update
                       IF WS-PT-Open-OK = "Y"
                           PERFORM Account-Parties-Body
                           PERFORM PT-Close-File
                       END-IF
                   ELSE
                       DISPLAY "Account not found."
                   END-IF
                   CLOSE Clients-File
               END-IF
               CLOSE Accounts-File
           END-IF.

       Account-Parties-Body.
           PERFORM PT-Seed-Legacy
           DISPLAY "Acct=" Account-ID ", Product=" Account-Product
                   ", Status=" Account-Status
           PERFORM PT-List-Parties
           DISPLAY "1: Add party  2: End relationship  3: Cancel"
                   WITH NO ADVANCING
           ACCEPT WS-Choice
           EVALUATE WS-Choice
               WHEN 1
                   PERFORM PT-Add-Party
               WHEN 2
                   PERFORM PT-End-Party
               WHEN OTHER
                   DISPLAY "Operation cancelled."
           END-EVALUATE.

       PT-Seed-Legacy.
           MOVE Account-ID TO WS-PT-Acct
           PERFORM PT-Start-Account
           IF WS-PT-EOF = "N"
               PERFORM PT-Read-Next
           END-IF
           IF WS-PT-EOF = "Y"
               MOVE Account-ID TO PT-Acct-ID
               MOVE Account-Cust-ID TO PT-Cust-ID
               MOVE "P" TO PT-Role
               IF Account-Open-Date IS NUMERIC AND Account-Open-Date > 0
                   MOVE Account-Open-Date TO PT-Start
               ELSE
                   MOVE WS-Bus-Date TO PT-Start
               END-IF
               MOVE 0 TO PT-End
               WRITE Party-Rec
                   INVALID KEY
                       DISPLAY "Primary party for account " Account-ID
                               " could not be recorded."
               END-WRITE
           END-IF.

       PT-List-Parties.
           MOVE Account-ID TO WS-PT-Acct
           PERFORM PT-Start-Account
           PERFORM UNTIL WS-PT-EOF = "Y"
               PERFORM PT-Read-Next
               IF WS-PT-EOF = "N"
                   MOVE PT-Cust-ID TO WS-Cust-ID
                   PERFORM Find-Customer
                   IF WS-Cust-Found = "N"
                       MOVE SPACES TO Client-FirstName
                       MOVE SPACES TO Client-LastName
                   END-IF
                   MOVE PT-Role TO WS-PT-Role-In
                   PERFORM PT-Set-Role-Label
                   DISPLAY "  Cust=" PT-Cust-ID " " WS-PT-Role-Label
                           " From=" PT-Start " To=" PT-End " "
                           Client-FirstName " " Client-LastName
               END-IF
           END-PERFORM.

       PT-Add-Party.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-Cust-ID
           DISPLAY "Role (J=Joint S=Signer A=Power of attorney): "
                   WITH NO ADVANCING
           ACCEPT WS-PT-Role-In
           PERFORM Find-Customer
           EVALUATE TRUE
               WHEN WS-Cust-Found = "N"
                   DISPLAY "Customer not on file."
               WHEN WS-PT-Role-In = "P"
                   DISPLAY "The account already has a primary owner."
               WHEN WS-PT-Role-In NOT = "J" AND WS-PT-Role-In NOT = "S"
                       AND WS-PT-Role-In NOT = "A"
                   DISPLAY "Invalid role, no change made."
               WHEN OTHER
                   PERFORM PT-Find-Period
                   IF WS-PT-Period = "O"
                       DISPLAY "Customer " WS-Cust-ID
                               " is already a party to account "
                               Account-ID
                   ELSE
                       PERFORM PT-Write-Party
                   END-IF
           END-EVALUATE.

       PT-Find-Period.
           MOVE "N" TO WS-PT-Period
           MOVE "N" TO WS-PT-EOF
           MOVE Account-ID TO WS-PT-Acct
           MOVE Account-ID TO PT-Acct-ID
           MOVE WS-Cust-ID TO PT-Cust-ID
           MOVE 0 TO PT-Start
           START Parties-File KEY IS NOT < PT-Key
               INVALID KEY MOVE "Y" TO WS-PT-EOF
           END-START
           PERFORM UNTIL WS-PT-EOF = "Y"
               PERFORM PT-Read-Next
               IF WS-PT-EOF = "N"
                   IF PT-Cust-ID NOT = WS-Cust-ID
                       MOVE "Y" TO WS-PT-EOF
                   ELSE
                       IF PT-End = 0
                           MOVE "O" TO WS-PT-Period
                           MOVE "Y" TO WS-PT-EOF
                       ELSE
                           MOVE "H" TO WS-PT-Period
                           MOVE PT-End TO WS-PT-Last-End
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PT-Write-Party.
           MOVE Account-ID TO PT-Acct-ID
           MOVE WS-Cust-ID TO PT-Cust-ID
           MOVE WS-PT-Role-In TO PT-Role
           MOVE WS-Bus-Date TO PT-Start
           MOVE 0 TO PT-End
           WRITE Party-Rec
               INVALID KEY
                   PERFORM PT-Reopen-Party
               NOT INVALID KEY
                   PERFORM Append-Maint-Entry
                   DISPLAY "Party added."
           END-WRITE.

       PT-Reopen-Party.
           READ Parties-File
               INVALID KEY
                   DISPLAY "Party could not be added, status=" WS-FS42
               NOT INVALID KEY
                   MOVE WS-PT-Role-In TO PT-Role
                   MOVE 0 TO PT-End
                   REWRITE Party-Rec
                       INVALID KEY
                           DISPLAY "Party could not be added, status="
                                   WS-FS42
                       NOT INVALID KEY
                           PERFORM Append-Maint-Entry
                           DISPLAY "Party added."
                   END-REWRITE
           END-READ.

       PT-End-Party.
           DISPLAY "Customer ID: " WITH NO ADVANCING
           ACCEPT WS-Cust-ID
           PERFORM PT-Find-Period
           EVALUATE TRUE
               WHEN WS-PT-Period = "N"
                   DISPLAY "Customer " WS-Cust-ID
                           " is not a party to account " Account-ID
               WHEN WS-PT-Period = "H"
                   DISPLAY "Relationship already ended on "
                           WS-PT-Last-End
               WHEN PT-Role = "P"
                   DISPLAY "The primary owner stays on the "
                           "account until it is closed."
               WHEN OTHER
                   MOVE WS-Bus-Date TO PT-End
                   REWRITE Party-Rec
                       INVALID KEY
                           DISPLAY "Update failed, status=" WS-FS42
                       NOT INVALID KEY
                           PERFORM Append-Maint-Entry
                           DISPLAY "Relationship ended."
                   END-REWRITE
           END-EVALUATE.

       PT-Set-Role-Label.
           EVALUATE WS-PT-Role-In
               WHEN "P" MOVE "PRIMARY" TO WS-PT-Role-Label
               WHEN "J" MOVE "JOINT  " TO WS-PT-Role-Label
               WHEN "S" MOVE "SIGNER " TO WS-PT-Role-Label
               WHEN "A" MOVE "POA    " TO WS-PT-Role-Label
               WHEN OTHER MOVE "UNKNOWN" TO WS-PT-Role-Label
           END-EVALUATE.

       PT-Open-Input.
           MOVE "N" TO WS-PT-Open-OK
           OPEN INPUT Parties-File
           EVALUATE WS-FS42
               WHEN "00"
                   MOVE "Y" TO WS-PT-Open-OK
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Parties file could not be read, status="
                           WS-FS42
           END-EVALUATE.

       PT-Open-Update.
           MOVE "N" TO WS-PT-Open-OK
           OPEN I-O Parties-File
           IF WS-FS42 = "35"
               OPEN OUTPUT Parties-File
               IF WS-FS42 = "00"
                   CLOSE Parties-File
                   OPEN I-O Parties-File
               END-IF
           END-IF
           IF WS-FS42 = "00"
               MOVE "Y" TO WS-PT-Open-OK
           ELSE
               DISPLAY "Parties file could not be opened, status="
                       WS-FS42
           END-IF.

       PT-Close-File.
           IF WS-PT-Open-OK = "Y"
               CLOSE Parties-File
               MOVE "N" TO WS-PT-Open-OK
           END-IF.

       PT-Start-Account.
           MOVE "N" TO WS-PT-EOF
           MOVE WS-PT-Acct TO PT-Acct-ID
           MOVE 0 TO PT-Cust-ID
           MOVE 0 TO PT-Start
           START Parties-File KEY IS NOT < PT-Key
               INVALID KEY MOVE "Y" TO WS-PT-EOF
           END-START.

       PT-Read-Next.
           READ Parties-File NEXT RECORD
               AT END MOVE "Y" TO WS-PT-EOF
               NOT AT END
                   IF PT-Acct-ID NOT = WS-PT-Acct
                       MOVE "Y" TO WS-PT-EOF
                   END-IF
           END-READ.

       PT-Load-Account.
           MOVE 0 TO WS-PT-Cnt
           IF WS-PT-Open-OK = "Y"
               PERFORM PT-Start-Account
               PERFORM UNTIL WS-PT-EOF = "Y"
                   PERFORM PT-Read-Next
                   IF WS-PT-EOF = "N"
                       PERFORM PT-Keep-Party
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PT-Cnt = 0 AND WS-PT-Legacy > 0
               MOVE 1 TO WS-PT-Cnt
               MOVE WS-PT-Legacy TO WS-PT-T-Cust(1)
               MOVE "P" TO WS-PT-T-Role(1)
           END-IF.

       PT-Keep-Party.
           IF PT-Start NOT > WS-PT-To
                   AND (PT-End = 0 OR PT-End NOT < WS-PT-From)
                   AND (WS-PT-Owners-Only = "N" OR PT-Role = "P"
                        OR PT-Role = "J")
               MOVE "N" TO WS-PT-Dup
               PERFORM VARYING WS-PT-Jx FROM 1 BY 1
               UNTIL WS-PT-Jx > WS-PT-Cnt OR WS-PT-Dup = "Y"
                   IF WS-PT-T-Cust(WS-PT-Jx) = PT-Cust-ID
                       MOVE "Y" TO WS-PT-Dup
                   END-IF
               END-PERFORM
               IF WS-PT-Cnt < 20 AND WS-PT-Dup = "N"
                   ADD 1 TO WS-PT-Cnt
                   MOVE PT-Cust-ID TO WS-PT-T-Cust(WS-PT-Cnt)
                   MOVE PT-Role TO WS-PT-T-Role(WS-PT-Cnt)
               END-IF
           END-IF.

       PT-Add-Primary.
           PERFORM PT-Open-Update
           IF WS-PT-Open-OK = "Y"
               MOVE Account-ID TO PT-Acct-ID
               MOVE Account-Cust-ID TO PT-Cust-ID
               MOVE "P" TO PT-Role
               MOVE WS-Bus-Date TO PT-Start
               MOVE 0 TO PT-End
               WRITE Party-Rec
                   INVALID KEY
                       DISPLAY "Primary party for account " Account-ID
                               " could not be recorded."
               END-WRITE
               PERFORM PT-Close-File
           END-IF.

       PT-Check-Close.
           MOVE "N" TO WS-PT-Blocked
           PERFORM PT-Open-Input
           IF WS-FS42 NOT = "00" AND WS-FS42 NOT = "35"
               MOVE "E" TO WS-PT-Blocked
           END-IF
           IF WS-PT-Open-OK = "Y"
               MOVE Account-ID TO WS-PT-Acct
               PERFORM PT-Start-Account
               PERFORM UNTIL WS-PT-EOF = "Y"
                   PERFORM PT-Read-Next
                   IF WS-PT-EOF = "N" AND PT-End = 0
                           AND PT-Role NOT = "P"
                       MOVE "Y" TO WS-PT-Blocked
                       MOVE PT-Role TO WS-PT-Role-In
                       PERFORM PT-Set-Role-Label
                       DISPLAY "Customer " PT-Cust-ID " is still on "
                               "the account as " WS-PT-Role-Label
                   END-IF
               END-PERFORM
               PERFORM PT-Close-File
           END-IF.

       PT-End-All-Open.
           PERFORM PT-Open-Update
           IF WS-PT-Open-OK = "Y"
               MOVE WS-Target-ID TO WS-PT-Acct
               PERFORM PT-Start-Account
               PERFORM UNTIL WS-PT-EOF = "Y"
                   PERFORM PT-Read-Next
                   IF WS-PT-EOF = "N" AND PT-End = 0
                       MOVE WS-Bus-Date TO PT-End
                       REWRITE Party-Rec
                           INVALID KEY
                               DISPLAY "Party " PT-Cust-ID
                                       " could not be ended, status="
                                       WS-FS42
                       END-REWRITE
                   END-IF
               END-PERFORM
               PERFORM PT-Close-File
           END-IF.

       WL-Load-Table.
           MOVE 0 TO WS-WL-Cnt
           MOVE "N" TO WS-WL-EOF
           MOVE "N" TO WS-WL-Open-OK
           OPEN INPUT Watchlist-File
           IF WS-FS48 = "35"
               DISPLAY "Watchlist assets/watchlist.dat was not found, "
                       "names are not screened."
               MOVE "Y" TO WS-WL-EOF
           ELSE
               IF WS-FS48 NOT = "00"
                   DISPLAY "Watchlist could not be read, status="
                           WS-FS48
                   MOVE "Y" TO WS-WL-EOF
               ELSE
                   MOVE "Y" TO WS-WL-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-WL-EOF = "Y"
               READ Watchlist-File
                   AT END MOVE "Y" TO WS-WL-EOF
                   NOT AT END
                       IF WS-FS48 NOT = "00"
                           DISPLAY "Watchlist could not be read, "
                                   "status=" WS-FS48
                           MOVE "Y" TO WS-WL-EOF
                       ELSE
                           PERFORM WL-Add-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WL-Open-OK = "Y"
               CLOSE Watchlist-File
           END-IF.

       WL-Add-Entry.
           IF WS-WL-Cnt < 1000
               MOVE WL-Name TO WS-WL-Work
               PERFORM WL-Normalize
               IF WS-WL-Sorted NOT = SPACES
                   ADD 1 TO WS-WL-Cnt
                   MOVE WL-ID TO WS-WL-T-ID(WS-WL-Cnt)
                   MOVE WL-Kind TO WS-WL-T-Kind(WS-WL-Cnt)
                   MOVE WL-Name TO WS-WL-T-Name(WS-WL-Cnt)
                   MOVE WL-Source TO WS-WL-T-Source(WS-WL-Cnt)
                   MOVE WL-Added TO WS-WL-T-Added(WS-WL-Cnt)
                   MOVE WS-WL-Sorted TO WS-WL-T-Sorted(WS-WL-Cnt)
                   MOVE WS-WL-Flat TO WS-WL-T-Flat(WS-WL-Cnt)
               END-IF
           ELSE
               DISPLAY "Watchlist table full, extra names ignored."
               MOVE "Y" TO WS-WL-EOF
           END-IF.

       WL-Normalize.
           INSPECT WS-WL-Work CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO WS-WL-Flat
           MOVE SPACES TO WS-WL-Words
           MOVE 0 TO WS-WL-Fx
           MOVE 0 TO WS-WL-Wn
           MOVE 0 TO WS-WL-Wx
           PERFORM VARYING WS-WL-Cx FROM 1 BY 1 UNTIL WS-WL-Cx > 40
               IF WS-WL-Ch(WS-WL-Cx) NOT < "A" AND
                       WS-WL-Ch(WS-WL-Cx) NOT > "Z"
                   IF WS-WL-Wx = 0 AND WS-WL-Wn < 9
                       ADD 1 TO WS-WL-Wn
                   END-IF
                   IF WS-WL-Wx < 20
                       ADD 1 TO WS-WL-Wx
                       MOVE WS-WL-Ch(WS-WL-Cx) TO
                           WS-WL-Wc(WS-WL-Wn, WS-WL-Wx)
                   END-IF
                   ADD 1 TO WS-WL-Fx
                   MOVE WS-WL-Ch(WS-WL-Cx) TO WS-WL-Fl(WS-WL-Fx)
               ELSE
                   MOVE 0 TO WS-WL-Wx
               END-IF
           END-PERFORM
           IF WS-WL-Wn > 8
               MOVE 8 TO WS-WL-Wn
           END-IF
           PERFORM VARYING WS-WL-Wx FROM 1 BY 1
           UNTIL WS-WL-Wx NOT < WS-WL-Wn
               PERFORM VARYING WS-WL-Wy FROM 1 BY 1
               UNTIL WS-WL-Wy > WS-WL-Wn - WS-WL-Wx
                   IF WS-WL-Word(WS-WL-Wy) > WS-WL-Word(WS-WL-Wy + 1)
                       MOVE WS-WL-Word(WS-WL-Wy) TO WS-WL-Swap
                       MOVE WS-WL-Word(WS-WL-Wy + 1) TO
                           WS-WL-Word(WS-WL-Wy)
                       MOVE WS-WL-Swap TO WS-WL-Word(WS-WL-Wy + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-WL-Sorted
           MOVE 1 TO WS-WL-Ptr
           PERFORM VARYING WS-WL-Wx FROM 1 BY 1
           UNTIL WS-WL-Wx > WS-WL-Wn
               STRING WS-WL-Word(WS-WL-Wx) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-WL-Sorted WITH POINTER WS-WL-Ptr
               END-STRING
           END-PERFORM.

       WL-Name-Keys.
           MOVE SPACES TO WS-WL-Work
           STRING Client-FirstName " " Client-LastName
               DELIMITED BY SIZE INTO WS-WL-Work
           END-STRING
           PERFORM WL-Normalize
           MOVE WS-WL-Sorted TO WS-WL-C-Sorted
           MOVE WS-WL-Flat TO WS-WL-C-Flat1
           MOVE SPACES TO WS-WL-Work
           STRING Client-LastName " " Client-FirstName
               DELIMITED BY SIZE INTO WS-WL-Work
           END-STRING
           PERFORM WL-Normalize
           MOVE WS-WL-Flat TO WS-WL-C-Flat2.

       WL-Find-Hits.
           MOVE 0 TO WS-WL-Hits
           IF WS-WL-C-Sorted NOT = SPACES
               PERFORM VARYING WS-WL-Ix FROM 1 BY 1
               UNTIL WS-WL-Ix > WS-WL-Cnt
                   IF WS-WL-T-Sorted(WS-WL-Ix) = WS-WL-C-Sorted OR
                           WS-WL-T-Flat(WS-WL-Ix) = WS-WL-C-Flat1 OR
                           WS-WL-T-Flat(WS-WL-Ix) = WS-WL-C-Flat2
                       IF WS-WL-Hits < 10
                           ADD 1 TO WS-WL-Hits
                           MOVE WS-WL-Ix TO WS-WL-Hit(WS-WL-Hits)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WL-Screen-Client.
           MOVE "Y" TO WS-WL-Clear
           PERFORM WL-Name-Keys
           PERFORM WL-Find-Hits
           IF WS-WL-Hits > 0
               DISPLAY "Watchlist match for " Client-FirstName " "
                       Client-LastName ":"
               PERFORM VARYING WS-WL-Hx FROM 1 BY 1
               UNTIL WS-WL-Hx > WS-WL-Hits
                   MOVE WS-WL-Hit(WS-WL-Hx) TO WS-WL-Ix
                   DISPLAY "  List entry " WS-WL-T-ID(WS-WL-Ix) " "
                           WS-WL-T-Name(WS-WL-Ix) " "
                           WS-WL-T-Source(WS-WL-Ix) " added "
                           WS-WL-T-Added(WS-WL-Ix)
               END-PERFORM
               DISPLAY "A supervisor must clear this as a false "
                       "positive."
               MOVE "Y" TO WS-Auth-Force
               MOVE "WATCHLIST" TO WS-Auth-Action
               MOVE 0 TO WS-Amount
               PERFORM Authorize-Amount
               MOVE "N" TO WS-Auth-Force
               IF WS-Auth-OK = "Y"
                   MOVE "C" TO WS-WL-Decision
               ELSE
                   MOVE "B" TO WS-WL-Decision
                   MOVE "N" TO WS-WL-Clear
               END-IF
               PERFORM VARYING WS-WL-Hx FROM 1 BY 1
               UNTIL WS-WL-Hx > WS-WL-Hits
                   MOVE WS-WL-Hit(WS-WL-Hx) TO WS-WL-Ix
                   PERFORM WL-Write-Decision
               END-PERFORM
           END-IF.

       WL-Write-Decision.
           MOVE WS-Bus-Date TO WD-Date
           MOVE Client-ID TO WD-Cust-ID
           MOVE WS-WL-T-ID(WS-WL-Ix) TO WD-WL-ID
           MOVE WS-WL-Decision TO WD-Decision
           MOVE WS-WL-Context TO WD-Context
           MOVE WS-Teller-ID TO WD-Teller
           MOVE WS-Approver-ID TO WD-Super
           OPEN EXTEND WL-Decision-File
           IF WS-FS49 = "35"
               OPEN OUTPUT WL-Decision-File
           END-IF
           IF WS-FS49 NOT = "00"
               DISPLAY "Watchlist decision could not be recorded, "
                       "status=" WS-FS49
           ELSE
               WRITE WL-Decision-Rec
               CLOSE WL-Decision-File
           END-IF.

       WL-Load-Cleared.
           MOVE 0 TO WS-WL-Clr-Cnt
           MOVE "N" TO WS-WL-EOF
           MOVE "N" TO WS-WL-Open-OK
           OPEN INPUT WL-Decision-File
           IF WS-FS49 = "35"
               MOVE "Y" TO WS-WL-EOF
           ELSE
               IF WS-FS49 NOT = "00"
                   DISPLAY "Watchlist decisions could not be read, "
                           "status=" WS-FS49
                   MOVE "Y" TO WS-WL-EOF
               ELSE
                   MOVE "Y" TO WS-WL-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-WL-EOF = "Y"
               READ WL-Decision-File
                   AT END MOVE "Y" TO WS-WL-EOF
                   NOT AT END
                       IF WS-FS49 NOT = "00"
                           DISPLAY "Watchlist decisions could not be "
                                   "read, status=" WS-FS49
                           MOVE "Y" TO WS-WL-EOF
                       ELSE
                           IF WD-Decision = "C" AND
                                   WS-WL-Clr-Cnt < 500
                               ADD 1 TO WS-WL-Clr-Cnt
                               MOVE WD-Cust-ID TO
                                   WS-WL-Clr-Cust(WS-WL-Clr-Cnt)
                               MOVE WD-WL-ID TO
                                   WS-WL-Clr-ID(WS-WL-Clr-Cnt)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WL-Open-OK = "Y"
               CLOSE WL-Decision-File
           END-IF.

       Watchlist-Rescreen.
           MOVE 0 TO WS-WL-Screened
           MOVE 0 TO WS-WL-Hit-Cust
           MOVE 0 TO WS-WL-Cust-Frozen
           MOVE 0 TO WS-WL-Acct-Frozen
           PERFORM WL-Load-Table
           IF WS-WL-Cnt = 0
               DISPLAY "No watchlist names loaded, rescreen not run."
               MOVE 4 TO WS-Step-RC
           ELSE
               PERFORM WL-Load-Cleared
               OPEN INPUT Clients-File
               IF WS-FS NOT = "00"
                   PERFORM Show-Client-File-Error
                   MOVE 8 TO WS-Step-RC
               ELSE
                   OPEN I-O Accounts-File
                   IF WS-FS19 NOT = "00"
                       PERFORM Show-Account-File-Error
                       MOVE 8 TO WS-Step-RC
                   ELSE
                       PERFORM WL-Rescreen-Run
                       CLOSE Accounts-File
                   END-IF
                   CLOSE Clients-File
               END-IF
           END-IF.

       WL-Rescreen-Run.
           OPEN OUTPUT WL-Rpt-File
           IF WS-FS50 NOT = "00"
               DISPLAY "Watchlist report could not be created, "
                       "status=" WS-FS50
               MOVE 8 TO WS-Step-RC
           ELSE
               PERFORM PT-Open-Input
               MOVE SPACES TO WL-Rpt-Rec
               STRING "WATCHLIST RESCREEN " WS-Bus-Date
                   "  LIST NAMES " WS-WL-Cnt
                   DELIMITED BY SIZE INTO WL-Rpt-Rec
               END-STRING
               WRITE WL-Rpt-Rec
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ Clients-File NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF WS-FS NOT = "00"
                               PERFORM Show-Client-File-Error
                               MOVE "Y" TO EOF-FLAG
                           ELSE
                               PERFORM WL-Rescreen-Client
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO WL-Rpt-Rec
               STRING "CLIENTS SCREENED " WS-WL-Screened
                   "  WITH MATCHES " WS-WL-Hit-Cust
                   "  FROZEN " WS-WL-Cust-Frozen
                   "  ACCOUNTS FROZEN " WS-WL-Acct-Frozen
                   DELIMITED BY SIZE INTO WL-Rpt-Rec
               END-STRING
               WRITE WL-Rpt-Rec
               PERFORM PT-Close-File
               CLOSE WL-Rpt-File
               DISPLAY "Watchlist rescreen done: " WS-WL-Hit-Cust
                       " customers matched, " WS-WL-Acct-Frozen
                       " accounts frozen."
               DISPLAY "Report written to "
                       "assets/watchlist_report.txt"
           END-IF.

       WL-Rescreen-Client.
           ADD 1 TO WS-WL-Screened
           PERFORM WL-Name-Keys
           PERFORM WL-Find-Hits
           IF WS-WL-Hits > 0
               ADD 1 TO WS-WL-Hit-Cust
               MOVE "N" TO WS-WL-Confirmed
               PERFORM VARYING WS-WL-Hx FROM 1 BY 1
               UNTIL WS-WL-Hx > WS-WL-Hits
                   MOVE WS-WL-Hit(WS-WL-Hx) TO WS-WL-Ix
                   PERFORM WL-Check-Cleared
                   IF WS-WL-Was-Cleared = "N"
                       MOVE "Y" TO WS-WL-Confirmed
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-WL-Frozen
               IF WS-WL-Confirmed = "Y"
                   PERFORM WL-Freeze-Customer
                   ADD 1 TO WS-WL-Cust-Frozen
               END-IF
               PERFORM VARYING WS-WL-Hx FROM 1 BY 1
               UNTIL WS-WL-Hx > WS-WL-Hits
                   MOVE WS-WL-Hit(WS-WL-Hx) TO WS-WL-Ix
                   PERFORM WL-Report-Hit
               END-PERFORM
           END-IF.

       WL-Check-Cleared.
           MOVE "N" TO WS-WL-Was-Cleared
           PERFORM VARYING WS-WL-Clr-Ix FROM 1 BY 1
           UNTIL WS-WL-Clr-Ix > WS-WL-Clr-Cnt OR WS-WL-Was-Cleared = "Y"
               IF WS-WL-Clr-Cust(WS-WL-Clr-Ix) = Client-ID AND
                       WS-WL-Clr-ID(WS-WL-Clr-Ix) = WS-WL-T-ID(WS-WL-Ix)
                   MOVE "Y" TO WS-WL-Was-Cleared
               END-IF
           END-PERFORM.

       WL-Freeze-Customer.
           MOVE 0 TO Account-ID
           MOVE "N" TO WS-Acct-EOF
           START Accounts-File KEY IS NOT < Account-ID
               INVALID KEY MOVE "Y" TO WS-Acct-EOF
           END-START
           PERFORM UNTIL WS-Acct-EOF = "Y"
               READ Accounts-File NEXT RECORD
                   AT END MOVE "Y" TO WS-Acct-EOF
                   NOT AT END
                       IF WS-FS19 NOT = "00"
                           PERFORM Show-Account-File-Error
                           MOVE "Y" TO WS-Acct-EOF
                       ELSE
                           PERFORM List-Check-Party
                           IF WS-PT-Match = "Y" AND
                                   Account-Status NOT = "F"
                               PERFORM WL-Freeze-Account
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WL-Freeze-Account.
           MOVE "F" TO Account-Status
           REWRITE Account-Rec
               INVALID KEY
                   DISPLAY "Freeze failed for account " Account-ID
               NOT INVALID KEY
                   PERFORM Append-Maint-Entry
                   ADD 1 TO WS-WL-Frozen
                   ADD 1 TO WS-WL-Acct-Frozen
           END-REWRITE.

       WL-Report-Hit.
           PERFORM WL-Check-Cleared
           IF WS-WL-Was-Cleared = "Y"
               MOVE "CLEARED AS FALSE POSITIVE" TO WS-WL-Outcome
           ELSE
               MOVE SPACES TO WS-WL-Outcome
               STRING "MATCH, " WS-WL-Frozen " ACCOUNTS FROZEN"
                   DELIMITED BY SIZE INTO WS-WL-Outcome
               END-STRING
           END-IF
           MOVE SPACES TO WL-Rpt-Rec
           STRING Client-ID " " Client-FirstName " " Client-LastName
               " " WS-WL-T-ID(WS-WL-Ix) " " WS-WL-T-Name(WS-WL-Ix)
               " " WS-WL-T-Source(WS-WL-Ix) " " WS-WL-Outcome
               DELIMITED BY SIZE INTO WL-Rpt-Rec
           END-STRING
           WRITE WL-Rpt-Rec.

       Portfolio-Report.
           DISPLAY "Portfolio month (YYYYMM): " WITH NO ADVANCING
           ACCEPT WS-Stmt-Month-Text
           COMPUTE WS-Stmt-Month =
                   FUNCTION NUMVAL(WS-Stmt-Month-Text)
           DIVIDE WS-Stmt-Month BY 100 GIVING WS-Stmt-Year
                   REMAINDER WS-Stmt-MM
           DIVIDE WS-Bus-Date BY 100 GIVING WS-PF-Bus-Month
           EVALUATE TRUE
               WHEN WS-Stmt-Year < 1900 OR WS-Stmt-MM < 1
                       OR WS-Stmt-MM > 12
                   DISPLAY "Invalid month, expected YYYYMM."
               WHEN WS-Stmt-Month > WS-PF-Bus-Month
                   DISPLAY "Portfolio month is after the business "
                           "date."
               WHEN OTHER
                   MOVE WS-Stmt-Month TO WS-Scan-Month
                   PERFORM Stmt-Prev-Month
                   MOVE WS-Scan-Month TO WS-PF-Prev-Month
                   PERFORM Portfolio-Report-Run
           END-EVALUATE.

       Portfolio-Report-Run.
           MOVE 0 TO WS-PF-Cnt
           MOVE 0 TO WS-PF-Acct-Cnt
           MOVE 0 TO WS-PF-Last-Acct
           MOVE "N" TO WS-PF-Full
           MOVE "N" TO WS-PF-Read-Bad
           PERFORM PF-Load-Prev-Snapshot
           PERFORM PF-Check-Snapshot
           MOVE "N" TO WS-Acct-EOF
           MOVE 0 TO WS-Total-Amount
           MOVE 0 TO WS-High-Amount
           MOVE 0 TO WS-Low-Amount
           MOVE 0 TO WS-Rpt-Count
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
           ELSE
               MOVE "N" TO WS-Open-OK
               OPEN INPUT Clients-File
               IF WS-FS = "00"
                   MOVE "Y" TO WS-Open-OK
               END-IF
               PERFORM PT-Open-Input
               PERFORM UNTIL WS-Acct-EOF = "Y"
                   READ Accounts-File NEXT RECORD
                       AT END MOVE "Y" TO WS-Acct-EOF
                       NOT AT END
                           IF WS-FS19 NOT = "00"
                               PERFORM Show-Account-File-Error
                               MOVE "Y" TO WS-PF-Read-Bad
                               MOVE "Y" TO WS-Acct-EOF
                           ELSE
                               PERFORM PF-Tally-Account
                               PERFORM Accumulate-Totals
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PF-Read-Bad = "Y"
                   DISPLAY "Portfolio report not produced, the "
                           "account file could not be read."
               ELSE
                   PERFORM PF-Report-Month
               END-IF
               PERFORM PT-Close-File
               IF WS-Open-OK = "Y"
                   CLOSE Clients-File
               END-IF
               CLOSE Accounts-File
               IF WS-PF-Read-Bad = "N"
                   PERFORM Write-Daily-Report
               END-IF
           END-IF.

       PF-Report-Month.
           MOVE 0 TO WS-PF-Gx
           PERFORM VARYING WS-Arch-Day FROM 1 BY 1
           UNTIL WS-Arch-Day > 31
               MOVE SPACES TO WS-Archive-Name
               STRING "assets/tranarch_" WS-Stmt-Month WS-Arch-Day
                   ".dat" DELIMITED BY SIZE INTO WS-Archive-Name
               END-STRING
               PERFORM PF-Scan-Archive
           END-PERFORM
           PERFORM PF-Scan-Live
           PERFORM PF-Sort-Groups
           PERFORM PF-Write-Report
           IF WS-PF-Snap-Write = "Y"
               PERFORM PF-Write-Snapshot
           ELSE
               DISPLAY "Snapshot for " WS-Stmt-Month " already on "
                       "file, left unchanged."
           END-IF
           IF WS-PF-Full = "Y"
               DISPLAY "More than 200 branch/product groups, "
                       "report is incomplete."
           END-IF.

       PF-Load-Prev-Snapshot.
           MOVE "N" TO WS-PF-Prev-Found
           MOVE SPACES TO WS-PF-Snap-Name
           STRING "assets/portfolio_" WS-PF-Prev-Month ".snp"
               DELIMITED BY SIZE INTO WS-PF-Snap-Name
           END-STRING
           MOVE "N" TO WS-PF-EOF
           OPEN INPUT Portfolio-Snap-File
           IF WS-FS52 NOT = "00"
               MOVE "Y" TO WS-PF-EOF
               IF WS-FS52 NOT = "35"
                   DISPLAY "Portfolio snapshot could not be read, "
                           "status=" WS-FS52
               END-IF
           ELSE
               MOVE "Y" TO WS-PF-Prev-Found
           END-IF
           PERFORM UNTIL WS-PF-EOF = "Y"
               READ Portfolio-Snap-File
                   AT END MOVE "Y" TO WS-PF-EOF
                   NOT AT END
                       IF WS-FS52 NOT = "00"
                           DISPLAY "Portfolio snapshot could not be "
                                   "read, status=" WS-FS52
                           MOVE "Y" TO WS-PF-EOF
                       ELSE
                           MOVE PS-Body TO WS-PS-Body
                           PERFORM PF-Load-Snap-Rec
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PF-Prev-Found = "Y"
               CLOSE Portfolio-Snap-File
           END-IF.

       PF-Load-Snap-Rec.
           EVALUATE PS-RType
               WHEN "G"
                   MOVE WS-PS-G-Branch TO WS-PF-Branch-In
                   MOVE WS-PS-G-Product TO WS-PF-Product-In
                   PERFORM PF-Find-Group
                   IF WS-PF-Gx > 0
                       MOVE WS-PS-G-Accts TO WS-PF-P-Accts(WS-PF-Gx)
                       MOVE WS-PS-G-Bal TO WS-PF-P-Bal(WS-PF-Gx)
                       MOVE WS-PS-G-Dep TO WS-PF-P-Dep(WS-PF-Gx)
                       MOVE WS-PS-G-Wdr TO WS-PF-P-Wdr(WS-PF-Gx)
                       MOVE WS-PS-G-Int TO WS-PF-P-Int(WS-PF-Gx)
                   END-IF
               WHEN "A"
                   IF WS-PF-Acct-Cnt < 2000
                       ADD 1 TO WS-PF-Acct-Cnt
                       MOVE WS-PS-A-ID TO WS-PF-A-ID(WS-PF-Acct-Cnt)
                       MOVE WS-PS-A-Branch
                           TO WS-PF-A-Branch(WS-PF-Acct-Cnt)
                       MOVE WS-PS-A-Product
                           TO WS-PF-A-Product(WS-PF-Acct-Cnt)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PF-Check-Snapshot.
           MOVE SPACES TO WS-PF-Snap-Name
           STRING "assets/portfolio_" WS-Stmt-Month ".snp"
               DELIMITED BY SIZE INTO WS-PF-Snap-Name
           END-STRING
           MOVE "Y" TO WS-PF-Snap-Write
           IF WS-Stmt-Month NOT = WS-PF-Bus-Month
               OPEN INPUT Portfolio-Snap-File
               IF WS-FS52 NOT = "35"
                   MOVE "N" TO WS-PF-Snap-Write
               END-IF
               IF WS-FS52 = "00"
                   CLOSE Portfolio-Snap-File
               END-IF
           END-IF.

       PF-Write-Snapshot.
           OPEN OUTPUT Portfolio-Snap-File
           IF WS-FS52 NOT = "00"
               DISPLAY "Portfolio snapshot could not be written, "
                       "status=" WS-FS52
           ELSE
               PERFORM PF-Snap-Accounts
               PERFORM PF-Snap-Groups
               CLOSE Portfolio-Snap-File
               DISPLAY "Portfolio snapshot written to "
                       FUNCTION TRIM(WS-PF-Snap-Name)
           END-IF.

       PF-Snap-Accounts.
           MOVE "N" TO WS-Acct-EOF
           MOVE 0 TO Account-ID
           START Accounts-File KEY IS NOT < Account-ID
               INVALID KEY MOVE "Y" TO WS-Acct-EOF
           END-START
           PERFORM UNTIL WS-Acct-EOF = "Y"
               READ Accounts-File NEXT RECORD
                   AT END MOVE "Y" TO WS-Acct-EOF
                   NOT AT END
                       IF WS-FS19 NOT = "00"
                           PERFORM Show-Account-File-Error
                           MOVE "Y" TO WS-Acct-EOF
                       ELSE
                           PERFORM PF-Owner-Branch
                           MOVE SPACES TO WS-PS-Body
                           MOVE Account-ID TO WS-PS-A-ID
                           MOVE WS-PF-Branch-In TO WS-PS-A-Branch
                           MOVE Account-Product TO WS-PS-A-Product
                           MOVE "A" TO PS-RType
                           MOVE WS-PS-Body TO PS-Body
                           WRITE Portfolio-Snap-Rec
                       END-IF
               END-READ
           END-PERFORM.

       PF-Snap-Groups.
           PERFORM VARYING WS-PF-Ix FROM 1 BY 1
           UNTIL WS-PF-Ix > WS-PF-Cnt
               MOVE SPACES TO WS-PS-Body
               MOVE WS-PF-Branch(WS-PF-Ix) TO WS-PS-G-Branch
               MOVE WS-PF-Product(WS-PF-Ix) TO WS-PS-G-Product
               MOVE WS-PF-Accts(WS-PF-Ix) TO WS-PS-G-Accts
               MOVE WS-PF-Bal(WS-PF-Ix) TO WS-PS-G-Bal
               MOVE WS-PF-Dep(WS-PF-Ix) TO WS-PS-G-Dep
               MOVE WS-PF-Wdr(WS-PF-Ix) TO WS-PS-G-Wdr
               MOVE WS-PF-Int(WS-PF-Ix) TO WS-PS-G-Int
               MOVE "G" TO PS-RType
               MOVE WS-PS-Body TO PS-Body
               WRITE Portfolio-Snap-Rec
           END-PERFORM.

       PF-Find-Group.
           MOVE 0 TO WS-PF-Gx
           PERFORM VARYING WS-PF-Ix FROM 1 BY 1
           UNTIL WS-PF-Ix > WS-PF-Cnt OR WS-PF-Gx > 0
               IF WS-PF-Branch(WS-PF-Ix) = WS-PF-Branch-In
                       AND WS-PF-Product(WS-PF-Ix) = WS-PF-Product-In
                   MOVE WS-PF-Ix TO WS-PF-Gx
               END-IF
           END-PERFORM
           IF WS-PF-Gx = 0
               IF WS-PF-Cnt < 200
                   ADD 1 TO WS-PF-Cnt
                   MOVE WS-PF-Cnt TO WS-PF-Gx
                   INITIALIZE WS-PF-Entry(WS-PF-Gx)
                   MOVE WS-PF-Branch-In TO WS-PF-Branch(WS-PF-Gx)
                   MOVE WS-PF-Product-In TO WS-PF-Product(WS-PF-Gx)
               ELSE
                   MOVE "Y" TO WS-PF-Full
               END-IF
           END-IF.

       PF-Owner-Branch.
           MOVE "????" TO WS-PF-Branch-In
           IF WS-Open-OK = "Y"
               PERFORM Fetch-Owner
               IF WS-Cust-Found = "Y"
                   MOVE Client-Branch TO WS-PF-Branch-In
               END-IF
           END-IF.

       PF-Tally-Account.
           PERFORM PF-Owner-Branch
           MOVE Account-Product TO WS-PF-Product-In
           PERFORM PF-Find-Group
           IF WS-PF-Gx > 0
               ADD 1 TO WS-PF-Accts(WS-PF-Gx)
               ADD Account-Amount TO WS-PF-Bal(WS-PF-Gx)
               EVALUATE Account-Status
                   WHEN "A" ADD 1 TO WS-PF-Cnt-A(WS-PF-Gx)
                   WHEN "F" ADD 1 TO WS-PF-Cnt-F(WS-PF-Gx)
                   WHEN "C" ADD 1 TO WS-PF-Cnt-C(WS-PF-Gx)
                   WHEN "D" ADD 1 TO WS-PF-Cnt-D(WS-PF-Gx)
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF.

       PF-Scan-Archive.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-Arch-Open-OK
           OPEN INPUT Archive-File
           IF WS-FS13 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-Arch-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Archive-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS13 NOT = "00"
                           DISPLAY "Archive file could not be read, "
                                   "status=" WS-FS13
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Archive-Rec TO WS-Scan-TR
                           PERFORM PF-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Arch-Open-OK = "Y"
               CLOSE Archive-File
           END-IF.

       PF-Scan-Live.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Transaction-Rec TO WS-Scan-TR
                           PERFORM PF-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
               CLOSE Transactions-File
           END-IF.

       PF-Handle-Entry.
           DIVIDE WS-Scan-Date BY 100 GIVING WS-PF-Entry-Month
           IF WS-PF-Entry-Month = WS-Stmt-Month
               IF WS-Scan-Acct-ID NOT = WS-PF-Last-Acct
                   PERFORM PF-Resolve-Account
               END-IF
               IF WS-PF-Gx > 0
                   PERFORM PF-Tally-Entry
               END-IF
           END-IF.

       PF-Tally-Entry.
           EVALUATE WS-Scan-Type
               WHEN "O"
                   ADD 1 TO WS-PF-Opened(WS-PF-Gx)
               WHEN "C"
                   ADD 1 TO WS-PF-Closed(WS-PF-Gx)
               WHEN "D"
                   ADD WS-Scan-Amount TO WS-PF-Dep(WS-PF-Gx)
               WHEN "W"
               WHEN "Q"
                   ADD WS-Scan-Amount TO WS-PF-Wdr(WS-PF-Gx)
               WHEN "I"
                   ADD WS-Scan-Amount TO WS-PF-Int(WS-PF-Gx)
               WHEN "R"
                   IF WS-Scan-DC = "D"
                       SUBTRACT WS-Scan-Amount FROM WS-PF-Dep(WS-PF-Gx)
                   ELSE
                       SUBTRACT WS-Scan-Amount FROM WS-PF-Wdr(WS-PF-Gx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PF-Resolve-Account.
           MOVE WS-Scan-Acct-ID TO WS-PF-Last-Acct
           MOVE WS-Scan-Acct-ID TO WS-Target-ID
           PERFORM Find-Account
           IF WS-Found = "Y"
               PERFORM PF-Owner-Branch
               MOVE Account-Product TO WS-PF-Product-In
           ELSE
               MOVE 0 TO WS-PF-Acct-Ix
               PERFORM VARYING WS-PF-Jx FROM 1 BY 1
               UNTIL WS-PF-Jx > WS-PF-Acct-Cnt OR WS-PF-Acct-Ix > 0
                   IF WS-PF-A-ID(WS-PF-Jx) = WS-Scan-Acct-ID
                       MOVE WS-PF-Jx TO WS-PF-Acct-Ix
                   END-IF
               END-PERFORM
               IF WS-PF-Acct-Ix > 0
                   MOVE WS-PF-A-Branch(WS-PF-Acct-Ix)
                       TO WS-PF-Branch-In
                   MOVE WS-PF-A-Product(WS-PF-Acct-Ix)
                       TO WS-PF-Product-In
               ELSE
                   PERFORM PF-Primary-Branch
                   MOVE "?" TO WS-PF-Product-In
               END-IF
           END-IF
           PERFORM PF-Find-Group.

       PF-Primary-Branch.
           MOVE "????" TO WS-PF-Branch-In
           MOVE 0 TO WS-Cust-ID
           IF WS-PT-Open-OK = "Y"
               MOVE WS-Scan-Acct-ID TO WS-PT-Acct
               PERFORM PT-Start-Account
               PERFORM UNTIL WS-PT-EOF = "Y"
                   PERFORM PT-Read-Next
                   IF WS-PT-EOF = "N" AND PT-Role = "P"
                       MOVE PT-Cust-ID TO WS-Cust-ID
                       MOVE "Y" TO WS-PT-EOF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-Cust-ID > 0 AND WS-Open-OK = "Y"
               PERFORM Find-Customer
               IF WS-Cust-Found = "Y"
                   MOVE Client-Branch TO WS-PF-Branch-In
               END-IF
           END-IF.

       PF-Sort-Groups.
           PERFORM VARYING WS-PF-Ix FROM 1 BY 1
           UNTIL WS-PF-Ix >= WS-PF-Cnt
               PERFORM VARYING WS-PF-Jx FROM 1 BY 1
               UNTIL WS-PF-Jx > WS-PF-Cnt - WS-PF-Ix
                   IF WS-PF-Branch(WS-PF-Jx) >
                           WS-PF-Branch(WS-PF-Jx + 1)
                       OR (WS-PF-Branch(WS-PF-Jx) =
                           WS-PF-Branch(WS-PF-Jx + 1) AND
                           WS-PF-Product(WS-PF-Jx) >
                           WS-PF-Product(WS-PF-Jx + 1))
                       MOVE WS-PF-Entry(WS-PF-Jx) TO WS-PF-Swap
                       MOVE WS-PF-Entry(WS-PF-Jx + 1)
                           TO WS-PF-Entry(WS-PF-Jx)
                       MOVE WS-PF-Swap TO WS-PF-Entry(WS-PF-Jx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PF-Write-Report.
           OPEN OUTPUT Portfolio-Rpt-File
           IF WS-FS51 NOT = "00"
               DISPLAY "Portfolio report could not be written, status="
                       WS-FS51
           ELSE
               MOVE SPACES TO Portfolio-Rpt-Rec
               STRING "PORTFOLIO REPORT FOR MONTH " WS-Stmt-Month
                   "  BALANCES AS AT " WS-Bus-Date
                   "  PRIOR MONTH " WS-PF-Prev-Month
                   DELIMITED BY SIZE INTO Portfolio-Rpt-Rec
               END-STRING
               WRITE Portfolio-Rpt-Rec
               IF WS-PF-Prev-Found = "N"
                   MOVE SPACES TO Portfolio-Rpt-Rec
                   STRING "NO SNAPSHOT FOR THE PRIOR MONTH, "
                       "CHANGES NOT SHOWN"
                       DELIMITED BY SIZE INTO Portfolio-Rpt-Rec
                   END-STRING
                   WRITE Portfolio-Rpt-Rec
               END-IF
               MOVE SPACES TO Portfolio-Rpt-Rec
               WRITE Portfolio-Rpt-Rec
               INITIALIZE WS-PF-Sum-Tab
               MOVE "ALL " TO WS-PF-S-Branch(2)
               MOVE "*" TO WS-PF-S-Product(2)
               MOVE SPACES TO WS-PF-Cur-Branch
               PERFORM VARYING WS-PF-Gx FROM 1 BY 1
               UNTIL WS-PF-Gx > WS-PF-Cnt
                   IF WS-PF-Gx > 1 AND
                           WS-PF-Branch(WS-PF-Gx) NOT = WS-PF-Cur-Branch
                       PERFORM PF-Write-Branch-Total
                   END-IF
                   IF WS-PF-Gx = 1 OR
                           WS-PF-Branch(WS-PF-Gx) NOT = WS-PF-Cur-Branch
                       MOVE WS-PF-Branch(WS-PF-Gx) TO WS-PF-Cur-Branch
                       INITIALIZE WS-PF-Sum(1)
                       MOVE WS-PF-Cur-Branch TO WS-PF-S-Branch(1)
                       MOVE "*" TO WS-PF-S-Product(1)
                   END-IF
                   MOVE WS-PF-Entry(WS-PF-Gx) TO WS-PF-Print
                   PERFORM PF-Write-Group
                   MOVE 1 TO WS-PF-Sx
                   PERFORM PF-Add-To-Sum
                   MOVE 2 TO WS-PF-Sx
                   PERFORM PF-Add-To-Sum
               END-PERFORM
               IF WS-PF-Cnt > 0
                   PERFORM PF-Write-Branch-Total
               END-IF
               MOVE WS-PF-Sum(2) TO WS-PF-Print
               PERFORM PF-Write-Group
               PERFORM PF-Write-Tie
               CLOSE Portfolio-Rpt-File
               DISPLAY "Portfolio report written to "
                       "assets/portfolio_report.txt"
           END-IF.

       PF-Write-Branch-Total.
           MOVE WS-PF-Sum(1) TO WS-PF-Print
           PERFORM PF-Write-Group
           MOVE SPACES TO Portfolio-Rpt-Rec
           WRITE Portfolio-Rpt-Rec.

       PF-Add-To-Sum.
           ADD WS-PF-W-Accts TO WS-PF-S-Accts(WS-PF-Sx)
           ADD WS-PF-W-Cnt-A TO WS-PF-S-Cnt-A(WS-PF-Sx)
           ADD WS-PF-W-Cnt-F TO WS-PF-S-Cnt-F(WS-PF-Sx)
           ADD WS-PF-W-Cnt-C TO WS-PF-S-Cnt-C(WS-PF-Sx)
           ADD WS-PF-W-Cnt-D TO WS-PF-S-Cnt-D(WS-PF-Sx)
           ADD WS-PF-W-Bal TO WS-PF-S-Bal(WS-PF-Sx)
           ADD WS-PF-W-Opened TO WS-PF-S-Opened(WS-PF-Sx)
           ADD WS-PF-W-Closed TO WS-PF-S-Closed(WS-PF-Sx)
           ADD WS-PF-W-Dep TO WS-PF-S-Dep(WS-PF-Sx)
           ADD WS-PF-W-Wdr TO WS-PF-S-Wdr(WS-PF-Sx)
           ADD WS-PF-W-Int TO WS-PF-S-Int(WS-PF-Sx)
           ADD WS-PF-W-P-Accts TO WS-PF-S-P-Accts(WS-PF-Sx)
           ADD WS-PF-W-P-Bal TO WS-PF-S-P-Bal(WS-PF-Sx)
           ADD WS-PF-W-P-Dep TO WS-PF-S-P-Dep(WS-PF-Sx)
           ADD WS-PF-W-P-Wdr TO WS-PF-S-P-Wdr(WS-PF-Sx)
           ADD WS-PF-W-P-Int TO WS-PF-S-P-Int(WS-PF-Sx).

       PF-Write-Group.
           MOVE 0 TO WS-PF-Avg
           IF WS-PF-W-Accts > 0
               DIVIDE WS-PF-W-Bal BY WS-PF-W-Accts
                   GIVING WS-PF-Avg ROUNDED
           END-IF
           MOVE WS-PF-W-Bal TO WS-PF-Amt-Disp1
           MOVE WS-PF-Avg TO WS-PF-Amt-Disp2
           MOVE SPACES TO Portfolio-Rpt-Rec
           STRING WS-PF-W-Branch "  " WS-PF-W-Product
               "  ACCTS " WS-PF-W-Accts
               " A " WS-PF-W-Cnt-A " F " WS-PF-W-Cnt-F
               " C " WS-PF-W-Cnt-C " D " WS-PF-W-Cnt-D
               " BAL " WS-PF-Amt-Disp1 " AVG " WS-PF-Amt-Disp2
               DELIMITED BY SIZE INTO Portfolio-Rpt-Rec
           END-STRING
           WRITE Portfolio-Rpt-Rec
           MOVE WS-PF-W-Dep TO WS-PF-Amt-Disp1
           MOVE WS-PF-W-Wdr TO WS-PF-Amt-Disp2
           MOVE WS-PF-W-Int TO WS-PF-Amt-Disp3
           MOVE SPACES TO Portfolio-Rpt-Rec
           STRING "         OPENED " WS-PF-W-Opened
               " CLOSED " WS-PF-W-Closed
               " DEP " WS-PF-Amt-Disp1 " WDR " WS-PF-Amt-Disp2
               " INT " WS-PF-Amt-Disp3
               DELIMITED BY SIZE INTO Portfolio-Rpt-Rec
           END-STRING
           WRITE Portfolio-Rpt-Rec
           IF WS-PF-Prev-Found = "Y"
               COMPUTE WS-PF-Cnt-Diff =
                       WS-PF-W-Accts - WS-PF-W-P-Accts
               MOVE WS-PF-Cnt-Diff TO WS-PF-Cnt-Disp
               COMPUTE WS-PF-Diff = WS-PF-W-Bal - WS-PF-W-P-Bal
               MOVE WS-PF-Diff TO WS-PF-Chg-Disp1
               COMPUTE WS-PF-Diff = WS-PF-W-Dep - WS-PF-W-P-Dep
               MOVE WS-PF-Diff TO WS-PF-Chg-Disp2
               COMPUTE WS-PF-Diff = WS-PF-W-Wdr - WS-PF-W-P-Wdr
               MOVE WS-PF-Diff TO WS-PF-Chg-Disp3
               COMPUTE WS-PF-Diff = WS-PF-W-Int - WS-PF-W-P-Int
               MOVE WS-PF-Diff TO WS-PF-Chg-Disp4
               MOVE SPACES TO Portfolio-Rpt-Rec
               STRING "   CHG   ACCTS" WS-PF-Cnt-Disp
                   " BAL" WS-PF-Chg-Disp1 " DEP" WS-PF-Chg-Disp2
                   " WDR" WS-PF-Chg-Disp3 " INT" WS-PF-Chg-Disp4
                   DELIMITED BY SIZE INTO Portfolio-Rpt-Rec
               END-STRING
               WRITE Portfolio-Rpt-Rec
           END-IF.

       PF-Write-Tie.
           IF WS-PF-S-Accts(2) = WS-Rpt-Count
                   AND WS-PF-S-Bal(2) = WS-Total-Amount
               MOVE "TIES" TO WS-PF-Tie
           ELSE
               MOVE "DOES NOT TIE" TO WS-PF-Tie
           END-IF
           MOVE WS-Total-Amount TO WS-PF-Amt-Disp1
           MOVE SPACES TO Portfolio-Rpt-Rec
           STRING "DAILY REPORT ACCOUNTS " WS-Rpt-Count
               " BALANCE " WS-PF-Amt-Disp1 "  " WS-PF-Tie
               DELIMITED BY SIZE INTO Portfolio-Rpt-Rec
           END-STRING
           WRITE Portfolio-Rpt-Rec.

       Tax-Certificates.
           DISPLAY "Tax year (YYYY): " WITH NO ADVANCING
           ACCEPT WS-TC-Year-Text
           COMPUTE WS-TC-Year = FUNCTION NUMVAL(WS-TC-Year-Text)
           DIVIDE WS-Bus-Date BY 10000 GIVING WS-TC-Bus-Year
           EVALUATE TRUE
               WHEN WS-TC-Year < 1900
                   DISPLAY "Invalid year, expected YYYY."
               WHEN WS-TC-Year NOT < WS-TC-Bus-Year
                   DISPLAY "Certificates can only be produced for a "
                           "completed tax year."
               WHEN OTHER
                   PERFORM Tax-Certificates-Run
           END-EVALUATE.

       Tax-Certificates-Run.
           MOVE 0 TO WS-TC-Cnt
           MOVE 0 TO WS-TC-Last-Acct
           MOVE 0 TO WS-TC-Cust
           MOVE 0 TO WS-TC-Unres-Cnt
           MOVE 0 TO WS-TC-Unres-Amt
           MOVE "N" TO WS-TC-Full
           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
           ELSE
               MOVE "N" TO WS-Open-OK
               OPEN INPUT Clients-File
               IF WS-FS = "00"
                   MOVE "Y" TO WS-Open-OK
               END-IF
               PERFORM PT-Open-Input
               PERFORM TX-Open-Input
               PERFORM VARYING WS-TC-MM FROM 1 BY 1
               UNTIL WS-TC-MM > 12
                   COMPUTE WS-TC-Scan-Month =
                           WS-TC-Year * 100 + WS-TC-MM
                   PERFORM VARYING WS-Arch-Day FROM 1 BY 1
                   UNTIL WS-Arch-Day > 31
                       MOVE SPACES TO WS-Archive-Name
                       STRING "assets/tranarch_" WS-TC-Scan-Month
                           WS-Arch-Day ".dat"
                           DELIMITED BY SIZE INTO WS-Archive-Name
                       END-STRING
                       PERFORM TC-Scan-Archive
                   END-PERFORM
               END-PERFORM
               PERFORM TC-Scan-Live
               PERFORM TC-Sort-Customers
               PERFORM TC-Write-Outputs
               PERFORM TX-Close-File
               PERFORM PT-Close-File
               IF WS-Open-OK = "Y"
                   CLOSE Clients-File
               END-IF
               CLOSE Accounts-File
               IF WS-TC-Full = "Y"
                   DISPLAY "More than 2000 customers with interest, "
                           "certificates are incomplete."
               END-IF
               IF WS-TC-Unres-Cnt > 0
                   DISPLAY WS-TC-Unres-Cnt " interest entries have no "
                           "owning customer and were left out."
               END-IF
           END-IF.

       TC-Scan-Archive.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-Arch-Open-OK
           OPEN INPUT Archive-File
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Archive-Rec TO WS-Scan-TR
                           PERFORM TC-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
               CLOSE Archive-File
           END-IF.

       TC-Scan-Live.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
           IF WS-FS2 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-TR-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Transaction-Rec TO WS-Scan-TR
                           PERFORM TC-Handle-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF.

       TC-Handle-Entry.
           DIVIDE WS-Scan-Date BY 10000 GIVING WS-TC-Entry-Year
           IF WS-TC-Entry-Year = WS-TC-Year
                   AND (WS-Scan-Type = "I" OR WS-Scan-Type = "X")
               IF WS-Scan-Acct-ID NOT = WS-TC-Last-Acct
                   PERFORM TC-Resolve-Customer
               END-IF
               IF WS-TC-Cust = 0
                   ADD 1 TO WS-TC-Unres-Cnt
                   ADD WS-Scan-Amount TO WS-TC-Unres-Amt
               ELSE
                   PERFORM TC-Find-Customer
                   IF WS-TC-Cx > 0
                       IF WS-Scan-Type = "I"
                           ADD WS-Scan-Amount TO WS-TC-Gross(WS-TC-Cx)
                       ELSE
                           ADD WS-Scan-Amount
                               TO WS-TC-Withheld(WS-TC-Cx)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TC-Resolve-Customer.
           MOVE WS-Scan-Acct-ID TO WS-TC-Last-Acct
           MOVE 0 TO WS-TC-Cust
           MOVE WS-Scan-Acct-ID TO WS-Target-ID
           PERFORM Find-Account
           IF WS-Found = "Y"
               MOVE Account-Cust-ID TO WS-TC-Cust
           ELSE
               IF WS-PT-Open-OK = "Y"
                   MOVE WS-Scan-Acct-ID TO WS-PT-Acct
                   PERFORM PT-Start-Account
                   PERFORM UNTIL WS-PT-EOF = "Y"
                       PERFORM PT-Read-Next
                       IF WS-PT-EOF = "N" AND PT-Role = "P"
                           MOVE PT-Cust-ID TO WS-TC-Cust
                           MOVE "Y" TO WS-PT-EOF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       TC-Find-Customer.
           MOVE 0 TO WS-TC-Cx
           PERFORM VARYING WS-TC-Ix FROM 1 BY 1
           UNTIL WS-TC-Ix > WS-TC-Cnt OR WS-TC-Cx > 0
               IF WS-TC-Cust-ID(WS-TC-Ix) = WS-TC-Cust
                   MOVE WS-TC-Ix TO WS-TC-Cx
               END-IF
           END-PERFORM
           IF WS-TC-Cx = 0
               IF WS-TC-Cnt < 2000
                   ADD 1 TO WS-TC-Cnt
                   MOVE WS-TC-Cnt TO WS-TC-Cx
                   MOVE WS-TC-Cust TO WS-TC-Cust-ID(WS-TC-Cx)
                   MOVE 0 TO WS-TC-Gross(WS-TC-Cx)
                   MOVE 0 TO WS-TC-Withheld(WS-TC-Cx)
               ELSE
                   MOVE "Y" TO WS-TC-Full
               END-IF
           END-IF.

       TC-Sort-Customers.
           PERFORM VARYING WS-TC-Ix FROM 1 BY 1
           UNTIL WS-TC-Ix >= WS-TC-Cnt
               PERFORM VARYING WS-TC-Jx FROM 1 BY 1
               UNTIL WS-TC-Jx > WS-TC-Cnt - WS-TC-Ix
                   IF WS-TC-Cust-ID(WS-TC-Jx) >
                           WS-TC-Cust-ID(WS-TC-Jx + 1)
                       MOVE WS-TC-Entry(WS-TC-Jx) TO WS-TC-Swap
                       MOVE WS-TC-Entry(WS-TC-Jx + 1)
                           TO WS-TC-Entry(WS-TC-Jx)
                       MOVE WS-TC-Swap TO WS-TC-Entry(WS-TC-Jx + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       TC-Write-Outputs.
           MOVE 0 TO WS-TC-Gross-Tot
           MOVE 0 TO WS-TC-Wh-Tot
           MOVE "N" TO WS-TC-Cert-OK
           OPEN OUTPUT Tax-Cert-File
           IF WS-FS54 = "00"
               MOVE "Y" TO WS-TC-Cert-OK
           ELSE
               DISPLAY "Tax certificates could not be written, status="
                       WS-FS54
           END-IF
           MOVE "N" TO WS-TC-Summ-OK
           MOVE SPACES TO WS-TC-Summ-Name
           STRING "assets/tax_summary_" WS-TC-Year ".dat"
               DELIMITED BY SIZE INTO WS-TC-Summ-Name
           END-STRING
           OPEN OUTPUT Tax-Summary-File
           IF WS-FS55 = "00"
               MOVE "Y" TO WS-TC-Summ-OK
               MOVE SPACES TO WS-TS-Body
               MOVE WS-TC-Year TO WS-TS-H-Year
               MOVE WS-Bus-Date TO WS-TS-H-Date
               MOVE "BANKCLIENT" TO WS-TS-H-Source
               MOVE "H" TO TS-RType
               MOVE WS-TS-Body TO TS-Body
               WRITE Tax-Summary-Rec
           ELSE
               DISPLAY "Tax summary file could not be written, "
                       "status=" WS-FS55
           END-IF
           PERFORM VARYING WS-TC-Cx FROM 1 BY 1
           UNTIL WS-TC-Cx > WS-TC-Cnt
               PERFORM TC-Write-Customer
           END-PERFORM
           IF WS-TC-Summ-OK = "Y"
               MOVE SPACES TO WS-TS-Body
               MOVE WS-TC-Year TO WS-TS-T-Year
               MOVE WS-TC-Cnt TO WS-TS-T-Count
               MOVE WS-TC-Gross-Tot TO WS-TS-T-Gross
               MOVE WS-TC-Wh-Tot TO WS-TS-T-Withheld
               MOVE "T" TO TS-RType
               MOVE WS-TS-Body TO TS-Body
               WRITE Tax-Summary-Rec
               CLOSE Tax-Summary-File
               DISPLAY "Tax summary written to "
                       FUNCTION TRIM(WS-TC-Summ-Name)
           END-IF
           IF WS-TC-Cert-OK = "Y"
               MOVE SPACES TO Tax-Cert-Rec
               MOVE WS-TC-Gross-Tot TO WS-Total-Disp
               STRING "TAX YEAR " WS-TC-Year " CERTIFICATES "
                   WS-TC-Cnt " GROSS INTEREST " WS-Total-Disp
                   DELIMITED BY SIZE INTO Tax-Cert-Rec
               END-STRING
               WRITE Tax-Cert-Rec
               MOVE SPACES TO Tax-Cert-Rec
               MOVE WS-TC-Wh-Tot TO WS-Total-Disp
               STRING "                         TAX WITHHELD   "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO Tax-Cert-Rec
               END-STRING
               WRITE Tax-Cert-Rec
               IF WS-TC-Unres-Cnt > 0
                   MOVE SPACES TO Tax-Cert-Rec
                   MOVE WS-TC-Unres-Amt TO WS-Total-Disp
                   STRING "UNATTRIBUTED ENTRIES " WS-TC-Unres-Cnt
                       " AMOUNT " WS-Total-Disp
                       DELIMITED BY SIZE INTO Tax-Cert-Rec
                   END-STRING
                   WRITE Tax-Cert-Rec
               END-IF
               CLOSE Tax-Cert-File
               DISPLAY "Tax certificates written to "
                       "assets/tax_certificates.txt"
           END-IF.

       TC-Write-Customer.
           MOVE WS-TC-Cust-ID(WS-TC-Cx) TO WS-Cust-ID
           MOVE "N" TO WS-Cust-Found
           IF WS-Open-OK = "Y"
               PERFORM Find-Customer
           END-IF
           IF WS-Cust-Found = "N"
               MOVE SPACES TO Client-FirstName
               MOVE SPACES TO Client-LastName
               MOVE SPACES TO Client-Branch
           END-IF
           PERFORM TX-Read-Status
           PERFORM TX-Set-Label
           ADD WS-TC-Gross(WS-TC-Cx) TO WS-TC-Gross-Tot
           ADD WS-TC-Withheld(WS-TC-Cx) TO WS-TC-Wh-Tot
           IF WS-TC-Withheld(WS-TC-Cx) > WS-TC-Gross(WS-TC-Cx)
               MOVE 0 TO WS-TC-Net
           ELSE
               COMPUTE WS-TC-Net = WS-TC-Gross(WS-TC-Cx) -
                       WS-TC-Withheld(WS-TC-Cx)
           END-IF
           IF WS-TC-Cert-OK = "Y"
               PERFORM TC-Write-Certificate
           END-IF
           IF WS-TC-Summ-OK = "Y"
               MOVE SPACES TO WS-TS-Body
               MOVE WS-TC-Year TO WS-TS-D-Year
               MOVE WS-Cust-ID TO WS-TS-D-Cust
               MOVE Client-LastName TO WS-TS-D-Last
               MOVE Client-FirstName TO WS-TS-D-First
               MOVE WS-TX-Status TO WS-TS-D-Status
               MOVE WS-TC-Gross(WS-TC-Cx) TO WS-TS-D-Gross
               MOVE WS-TC-Withheld(WS-TC-Cx) TO WS-TS-D-Withheld
               MOVE "D" TO TS-RType
               MOVE WS-TS-Body TO TS-Body
               WRITE Tax-Summary-Rec
           END-IF.

       TC-Write-Certificate.
           MOVE SPACES TO Tax-Cert-Rec
           STRING "INTEREST TAX CERTIFICATE  TAX YEAR " WS-TC-Year
               "  ISSUED " WS-Bus-Date
               DELIMITED BY SIZE INTO Tax-Cert-Rec
           END-STRING
           WRITE Tax-Cert-Rec
           MOVE SPACES TO Tax-Cert-Rec
           STRING "CUSTOMER " WS-Cust-ID "  " Client-FirstName " "
               Client-LastName "  BRANCH " Client-Branch
               DELIMITED BY SIZE INTO Tax-Cert-Rec
           END-STRING
           WRITE Tax-Cert-Rec
           MOVE SPACES TO Tax-Cert-Rec
           STRING "WITHHOLDING STATUS " WS-TX-Status " " WS-TX-Label
               DELIMITED BY SIZE INTO Tax-Cert-Rec
           END-STRING
           WRITE Tax-Cert-Rec
           MOVE WS-TC-Gross(WS-TC-Cx) TO WS-Amount-Disp
           MOVE SPACES TO Tax-Cert-Rec
           STRING "GROSS INTEREST PAID " WS-Amount-Disp
               DELIMITED BY SIZE INTO Tax-Cert-Rec
           END-STRING
           WRITE Tax-Cert-Rec
           MOVE WS-TC-Withheld(WS-TC-Cx) TO WS-Amount-Disp
           MOVE SPACES TO Tax-Cert-Rec
           STRING "TAX WITHHELD        " WS-Amount-Disp
               DELIMITED BY SIZE INTO Tax-Cert-Rec
           END-STRING
           WRITE Tax-Cert-Rec
           MOVE WS-TC-Net TO WS-Amount-Disp
           MOVE SPACES TO Tax-Cert-Rec
           STRING "NET INTEREST        " WS-Amount-Disp
               DELIMITED BY SIZE INTO Tax-Cert-Rec
           END-STRING
           WRITE Tax-Cert-Rec
           MOVE SPACES TO Tax-Cert-Rec
           WRITE Tax-Cert-Rec.

       Account-Maintenance.
           DISPLAY "Enter account ID to maintain: " WITH NO ADVANCING
           ACCEPT WS-Target-ID
                   CLOSE Clients-File
               END-IF
               CLOSE Accounts-File
           END-IF
           MOVE SPACES TO WS-Approver-ID.

       Account-Maintenance-Body.
           PERFORM Fetch-Owner
                   ", Status=" Account-Status
                   ", Opened=" Account-Open-Date
           DISPLAY "1: First name  2: Last name  3: Status  "
                   "4: New account  5: Tax status  6: Cancel"
                   WITH NO ADVANCING
           ACCEPT WS-Choice
           EVALUATE WS-Choice
               WHEN 1
                   DISPLAY "New first name: " WITH NO ADVANCING
                   ACCEPT Client-FirstName
                   PERFORM Screen-Maintained-Client
               WHEN 2
                   DISPLAY "New last name: " WITH NO ADVANCING
                   ACCEPT Client-LastName
                   PERFORM Screen-Maintained-Client
               WHEN 3
                   DISPLAY "New status (A=Active F=Frozen "
                           "C=Closed-Pending D=Dormant): "
                   PERFORM Read-Control-File
                   MOVE Account-Cust-ID TO WS-Cust-ID
                   PERFORM Open-New-Account
               WHEN 5
                   PERFORM Maintain-Tax-Status
               WHEN OTHER
                   DISPLAY "Operation cancelled."
           END-EVALUATE.

       Maintain-Tax-Status.
           IF WS-Cust-Found = "N"
               DISPLAY "Owning customer " Account-Cust-ID
                       " not on file, no change made."
           ELSE
               PERFORM TX-Open-Update
               IF WS-TX-Open-OK = "Y"
                   MOVE Account-Cust-ID TO WS-Cust-ID
                   PERFORM TX-Read-Status
                   PERFORM TX-Set-Label
                   DISPLAY "Customer " Account-Cust-ID
                           " withholding status " WS-TX-Status " "
                           WS-TX-Label
                   DISPLAY "New status (E=Exempt S=Standard "
                           "F=Foreign resident): " WITH NO ADVANCING
                   ACCEPT WS-TX-Status-In
                   IF WS-TX-Status-In = "E" OR WS-TX-Status-In = "S"
                           OR WS-TX-Status-In = "F"
                       PERFORM TX-Write-Status
                   ELSE
                       DISPLAY "Invalid status, no change made."
                   END-IF
                   PERFORM TX-Close-File
               END-IF
           END-IF.

       TX-Open-Update.
           MOVE "N" TO WS-TX-Open-OK
           OPEN I-O Cust-Tax-File
           IF WS-FS53 = "35"
               OPEN OUTPUT Cust-Tax-File
               IF WS-FS53 = "00"
                   CLOSE Cust-Tax-File
                   OPEN I-O Cust-Tax-File
               END-IF
           END-IF
           IF WS-FS53 = "00"
               MOVE "Y" TO WS-TX-Open-OK
           ELSE
               DISPLAY "Tax status file could not be opened, status="
                       WS-FS53
           END-IF.

       TX-Write-Status.
           MOVE Account-Cust-ID TO CX-Cust-ID
           MOVE WS-TX-Status-In TO CX-Status
           MOVE WS-Bus-Date TO CX-Changed
           MOVE WS-Teller-ID TO CX-Teller
           IF WS-TX-Found = "Y"
               REWRITE Cust-Tax-Rec
                   INVALID KEY
                       DISPLAY "Update failed for customer "
                               Account-Cust-ID
                   NOT INVALID KEY
                       PERFORM Append-Maint-Entry
                       DISPLAY "Update complete."
               END-REWRITE
           ELSE
               WRITE Cust-Tax-Rec
                   INVALID KEY
                       DISPLAY "Update failed for customer "
                               Account-Cust-ID
                   NOT INVALID KEY
                       PERFORM Append-Maint-Entry
                       DISPLAY "Update complete."
               END-WRITE
           END-IF.

       Screen-Maintained-Client.
           IF WS-Cust-Found = "N"
               PERFORM Rewrite-Maintained-Client
           ELSE
               PERFORM WL-Load-Table
               MOVE "R" TO WS-WL-Context
               PERFORM WL-Screen-Client
               IF WS-WL-Clear = "Y"
                   PERFORM Rewrite-Maintained-Client
               ELSE
                   DISPLAY "Name change not made, watchlist match not "
                           "cleared."
               END-IF
           END-IF.

       Rewrite-Maintained-Client.
           IF WS-Cust-Found = "N"
               DISPLAY "Owning customer " Account-Cust-ID
       Drawer-Tally-Teller.
           MOVE 0 TO WS-DR-Dep
           MOVE 0 TO WS-DR-Wdr
           PERFORM RV-Load-Live
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
                       ELSE
                           IF TR-Teller = WS-DR-Tally-Tel AND
                                   TR-Date = WS-Bus-Date
                               MOVE TR-Ref TO WS-RV-Key
                               PERFORM RV-Check-Ref
                               IF TR-Type = "D" AND WS-RV-Hit = 0
                                   ADD TR-Amount TO WS-DR-Dep
                               END-IF
                               IF TR-Type = "W" AND WS-RV-Hit = 0
                                   ADD TR-Amount TO WS-DR-Wdr
                               END-IF
                           END-IF
           IF WS-DR-Blocked = "Y"
               DISPLAY "End-of-day refused: count and balance all "
                       "open drawers first (option 19)."
               MOVE 8 TO WS-Step-RC
           ELSE
               PERFORM End-Of-Day-Close-Run
           END-IF.
       End-Of-Day-Close-Run.
           DISPLAY "Closing business date " WS-Bus-Date
           PERFORM EOD-Run-Standing-Orders
           PERFORM EOD-Term-Maturity
           PERFORM EOD-Tally-Day
           PERFORM EOD-Write-Totals
           IF WS-TD-Failed = "Y"
               MOVE "N" TO WS-EOD-OK
               DISPLAY "Day not closed, term deposit maturities were "
                       "not all processed."
           ELSE
               PERFORM EOD-GL-Journal
               IF WS-GL-OK = "Y"
                   PERFORM EOD-Archive-Ledger
               ELSE
                   MOVE "N" TO WS-EOD-OK
                   DISPLAY "Day not closed, GL journal was not "
                           "produced."
               END-IF
           END-IF
           IF WS-EOD-OK = "Y"
               PERFORM Read-Control-File
               COMPUTE WS-Int-Date =
               PERFORM Write-Control-File
               DISPLAY "Business date advanced to " WS-Bus-Date
               PERFORM EOD-Release-Holds
           ELSE
               MOVE 8 TO WS-Step-RC
           END-IF.

       EOD-Tally-Day.
           MOVE 0 TO WS-EOD-Int-Cnt
           MOVE 0 TO WS-EOD-Int-Amt
           MOVE 0 TO WS-EOD-Oth-Cnt
           MOVE 0 TO WS-EOD-Rev-Cnt
           MOVE 0 TO WS-EOD-Rev-Amt
           MOVE 0 TO WS-EOD-Fee-Cnt
           MOVE 0 TO WS-EOD-Fee-Amt
           MOVE 0 TO WS-EOD-Chq-Cnt
           MOVE 0 TO WS-EOD-Chq-Amt
           MOVE 0 TO WS-EOD-Tax-Cnt
           MOVE 0 TO WS-EOD-Tax-Amt
           PERFORM RV-Load-Live
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF.

       EOD-Tally-Entry.
           MOVE TR-Ref TO WS-RV-Key
           PERFORM RV-Check-Ref
           IF TR-Type = "R" OR
                   (WS-RV-Hit > 0 AND (TR-Type = "D" OR TR-Type = "W"))
               PERFORM EOD-Tally-Reversal
           ELSE
               EVALUATE TR-Type
                   WHEN "D"
                       ADD 1 TO WS-EOD-Dep-Cnt
                       ADD TR-Amount TO WS-EOD-Dep-Amt
                   WHEN "W"
                       ADD 1 TO WS-EOD-Wdr-Cnt
                       ADD TR-Amount TO WS-EOD-Wdr-Amt
                   WHEN "T"
                       ADD 1 TO WS-EOD-Xfr-Cnt
                       ADD TR-Amount TO WS-EOD-Xfr-Amt
                   WHEN "I"
                       ADD 1 TO WS-EOD-Int-Cnt
                       ADD TR-Amount TO WS-EOD-Int-Amt
                   WHEN "Q"
                       ADD 1 TO WS-EOD-Chq-Cnt
                       ADD TR-Amount TO WS-EOD-Chq-Amt
                   WHEN "F"
                   WHEN "K"
                   WHEN "N"
                       ADD 1 TO WS-EOD-Fee-Cnt
                       ADD TR-Amount TO WS-EOD-Fee-Amt
                   WHEN "X"
                       ADD 1 TO WS-EOD-Tax-Cnt
                       ADD TR-Amount TO WS-EOD-Tax-Amt
                   WHEN OTHER
                       ADD 1 TO WS-EOD-Oth-Cnt
               END-EVALUATE
           END-IF.

       EOD-Tally-Reversal.
           IF TR-Type NOT = "R"
               MOVE "Y" TO WS-RV-Pair(WS-RV-Hit)
           ELSE
               IF WS-RV-Hit = 0 OR WS-RV-Pair(WS-RV-Hit) = "N"
                   ADD 1 TO WS-EOD-Rev-Cnt
                   ADD TR-Amount TO WS-EOD-Rev-Amt
               END-IF
           END-IF.

       EOD-Write-Totals.
           OPEN OUTPUT EOD-File
           IF WS-FS14 NOT = "00"
               DISPLAY "Day totals could not be written, status="
                       WS-FS14
           ELSE
               MOVE SPACES TO EOD-Rec
               STRING "DAY TOTALS FOR " WS-Bus-Date
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Dep-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "DEPOSITS    " WS-EOD-Dep-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Wdr-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "WITHDRAWALS " WS-EOD-Wdr-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Chq-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "CHEQUES     " WS-EOD-Chq-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Xfr-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "TRANSFERS   " WS-EOD-Xfr-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Int-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "INTEREST    " WS-EOD-Int-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Tax-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "TAX WITHHELD" WS-EOD-Tax-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Fee-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "FEES        " WS-EOD-Fee-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE WS-EOD-Rev-Amt TO WS-Total-Disp
               MOVE SPACES TO EOD-Rec
               STRING "REVERSALS   " WS-EOD-Rev-Cnt "  "
                   WS-Total-Disp
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               MOVE SPACES TO EOD-Rec
               STRING "OTHER       " WS-EOD-Oth-Cnt
                   DELIMITED BY SIZE INTO EOD-Rec
               END-STRING
               WRITE EOD-Rec
               CLOSE EOD-File
               DISPLAY "Day totals written to assets/eod_report.txt"
           END-IF.

       EOD-GL-Journal.
           MOVE "N" TO WS-GL-OK
           MOVE "N" TO WS-GL-Bad
           MOVE "N" TO WS-GL-Full
           MOVE 0 TO WS-GL-Cnt
           MOVE 0 TO WS-GL-Items
           MOVE 0 TO WS-GL-Unmapped
           MOVE 0 TO WS-GL-Dr-Tot
           MOVE 0 TO WS-GL-Cr-Tot
           PERFORM GL-Load-Map
           OPEN OUTPUT GL-Exc-File
           IF WS-FS35 NOT = "00"
               DISPLAY "GL exception list could not be created, "
                       "status=" WS-FS35
               MOVE "Y" TO WS-GL-Bad
           ELSE
               MOVE SPACES TO GL-Exc-Rec
               STRING "GL EXCEPTIONS FOR " WS-Bus-Date
                   DELIMITED BY SIZE INTO GL-Exc-Rec
               END-STRING
               WRITE GL-Exc-Rec
               PERFORM GL-Scan-Ledger
               MOVE SPACES TO GL-Exc-Rec
               STRING "ENTRIES " WS-GL-Items " UNMAPPED "
                   WS-GL-Unmapped
                   DELIMITED BY SIZE INTO GL-Exc-Rec
               END-STRING
               WRITE GL-Exc-Rec
               CLOSE GL-Exc-File
           END-IF
           EVALUATE TRUE
               WHEN WS-GL-Bad = "Y"
                   DISPLAY "GL journal refused, the ledger could not "
                           "be read."
               WHEN WS-GL-Unmapped > 0
                   DISPLAY "GL journal refused, " WS-GL-Unmapped
                           " entries have no mapping rule."
                   DISPLAY "See assets/gl_exceptions.txt"
               WHEN WS-GL-Full = "Y"
                   DISPLAY "GL journal refused, GL account table full."
               WHEN WS-GL-Dr-Tot NOT = WS-GL-Cr-Tot
                   MOVE WS-GL-Dr-Tot TO WS-Amount-Disp
                   MOVE WS-GL-Cr-Tot TO WS-Amount-Disp2
                   DISPLAY "GL journal refused, debits " WS-Amount-Disp
                           " credits " WS-Amount-Disp2
               WHEN OTHER
                   PERFORM GL-Write-Journal
           END-EVALUATE.

       GL-Load-Map.
           MOVE 0 TO WS-GM-Cnt
           MOVE "N" TO WS-GM-EOF
           MOVE "N" TO WS-GM-Open-OK
           OPEN INPUT GL-Map-File
           IF WS-FS33 = "35"
               DISPLAY "GL mapping file assets/glmap.dat was not "
                       "found."
               MOVE "Y" TO WS-GM-EOF
           ELSE
               IF WS-FS33 NOT = "00"
                   DISPLAY "GL mapping file could not be read, status="
                           WS-FS33
                   MOVE "Y" TO WS-GM-EOF
               ELSE
                   MOVE "Y" TO WS-GM-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-GM-EOF = "Y"
               READ GL-Map-File
                   AT END MOVE "Y" TO WS-GM-EOF
                   NOT AT END
                       IF WS-FS33 NOT = "00"
                           DISPLAY "GL mapping file could not be "
                                   "read, status=" WS-FS33
                           MOVE "Y" TO WS-GM-EOF
                       ELSE
                           IF GM-Dr-Acct = SPACES OR
                                   GM-Cr-Acct = SPACES
                               DISPLAY "GL rule " GM-Type GM-DC
                                       GM-Product " has no account, "
                                       "ignored."
                           ELSE
                               IF WS-GM-Cnt < 200
                                   ADD 1 TO WS-GM-Cnt
                                   MOVE GM-Type TO WS-GM-Typ(WS-GM-Cnt)
                                   MOVE GM-DC TO WS-GM-Dir(WS-GM-Cnt)
                                   MOVE GM-Product TO
                                       WS-GM-Prd(WS-GM-Cnt)
                                   MOVE GM-Dr-Acct TO
                                       WS-GM-Dr(WS-GM-Cnt)
                                   MOVE GM-Cr-Acct TO
                                       WS-GM-Cr(WS-GM-Cnt)
                               ELSE
                                   DISPLAY "GL mapping table full, "
                                           "extra rules ignored."
                                   MOVE "Y" TO WS-GM-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GM-Open-OK = "Y"
               CLOSE GL-Map-File
           END-IF.

       GL-Scan-Ledger.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           MOVE "N" TO WS-Acct-Open-OK
           OPEN INPUT Accounts-File
           IF WS-FS19 = "00"
               MOVE "Y" TO WS-Acct-Open-OK
           END-IF
           MOVE "N" TO WS-GL-TD-Open
           OPEN INPUT Term-Dep-File
           IF WS-FS40 = "00"
               MOVE "Y" TO WS-GL-TD-Open
           END-IF
           OPEN INPUT Transactions-File
           IF WS-FS2 = "35"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               IF WS-FS2 NOT = "00"
                   DISPLAY "Ledger could not be read, status=" WS-FS2
                   MOVE "Y" TO WS-GL-Bad
                   MOVE "Y" TO WS-TR-EOF
               ELSE
                   MOVE "Y" TO WS-TR-Open-OK
               END-IF
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-GL-Bad
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           IF TR-Date = WS-Bus-Date AND TR-Amount > 0
                               PERFORM GL-Post-Entry
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF
           IF WS-GL-TD-Open = "Y"
               CLOSE Term-Dep-File
           END-IF
           IF WS-Acct-Open-OK = "Y"
               CLOSE Accounts-File
           END-IF.

       GL-Post-Entry.
           ADD 1 TO WS-GL-Items
           MOVE SPACE TO WS-GL-Product
           IF WS-Acct-Open-OK = "Y"
               MOVE TR-Acct-ID TO Account-ID
               READ Accounts-File
                   INVALID KEY PERFORM GL-Term-Dep-Product
                   NOT INVALID KEY
                       MOVE Account-Product TO WS-GL-Product
               END-READ
           END-IF
           PERFORM GL-Find-Rule
           IF WS-GM-Hit = 0
               PERFORM GL-Write-Exception
           ELSE
               MOVE WS-GM-Dr(WS-GM-Hit) TO WS-GL-Post-Acct
               MOVE "D" TO WS-GL-Post-DC
               PERFORM GL-Accumulate
               MOVE WS-GM-Cr(WS-GM-Hit) TO WS-GL-Post-Acct
               MOVE "C" TO WS-GL-Post-DC
               PERFORM GL-Accumulate
           END-IF.

       GL-Term-Dep-Product.
           MOVE SPACE TO WS-GL-Product
           IF WS-GL-TD-Open = "Y"
               MOVE TR-Acct-ID TO TD-Acct-ID
               READ Term-Dep-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "T" TO WS-GL-Product
               END-READ
           END-IF.

       GL-Find-Rule.
           MOVE 0 TO WS-GM-Hit
           MOVE 0 TO WS-GM-Wild
           PERFORM VARYING WS-GM-Ix FROM 1 BY 1
           UNTIL WS-GM-Ix > WS-GM-Cnt OR WS-GM-Hit > 0
               IF WS-GM-Typ(WS-GM-Ix) = TR-Type AND
                       WS-GM-Dir(WS-GM-Ix) = TR-DC
                   IF WS-GM-Prd(WS-GM-Ix) = WS-GL-Product AND
                           WS-GL-Product NOT = SPACE
                       MOVE WS-GM-Ix TO WS-GM-Hit
                   ELSE
                       IF WS-GM-Prd(WS-GM-Ix) = "*" AND
                               WS-GM-Wild = 0
                           MOVE WS-GM-Ix TO WS-GM-Wild
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GM-Hit = 0
               MOVE WS-GM-Wild TO WS-GM-Hit
           END-IF.

       GL-Accumulate.
           MOVE 0 TO WS-GL-Hit
           PERFORM VARYING WS-GL-Ix FROM 1 BY 1
           UNTIL WS-GL-Ix > WS-GL-Cnt OR WS-GL-Hit > 0
               IF WS-GL-Acct(WS-GL-Ix) = WS-GL-Post-Acct
                   MOVE WS-GL-Ix TO WS-GL-Hit
               END-IF
           END-PERFORM
           IF WS-GL-Hit = 0
               IF WS-GL-Cnt < 200
                   ADD 1 TO WS-GL-Cnt
                   MOVE WS-GL-Cnt TO WS-GL-Hit
                   MOVE WS-GL-Post-Acct TO WS-GL-Acct(WS-GL-Hit)
                   MOVE 0 TO WS-GL-Dr(WS-GL-Hit)
                   MOVE 0 TO WS-GL-Cr(WS-GL-Hit)
                   MOVE 0 TO WS-GL-Dr-Cnt(WS-GL-Hit)
                   MOVE 0 TO WS-GL-Cr-Cnt(WS-GL-Hit)
               ELSE
                   MOVE "Y" TO WS-GL-Full
               END-IF
           END-IF
           IF WS-GL-Hit > 0
               IF WS-GL-Post-DC = "D"
                   ADD TR-Amount TO WS-GL-Dr(WS-GL-Hit)
                   ADD 1 TO WS-GL-Dr-Cnt(WS-GL-Hit)
                   ADD TR-Amount TO WS-GL-Dr-Tot
               ELSE
                   ADD TR-Amount TO WS-GL-Cr(WS-GL-Hit)
                   ADD 1 TO WS-GL-Cr-Cnt(WS-GL-Hit)
                   ADD TR-Amount TO WS-GL-Cr-Tot
               END-IF
           END-IF.

       GL-Write-Exception.
           ADD 1 TO WS-GL-Unmapped
           MOVE TR-Amount TO WS-Amount-Disp
           MOVE SPACES TO GL-Exc-Rec
           STRING "NO RULE ACCT " TR-Acct-ID " TYPE " TR-Type
               " DC " TR-DC " PRODUCT " WS-GL-Product
               " AMOUNT " WS-Amount-Disp " REF " TR-Ref
               DELIMITED BY SIZE INTO GL-Exc-Rec
           END-STRING
           WRITE GL-Exc-Rec.

       GL-Write-Journal.
           MOVE SPACES TO WS-GL-Name
           STRING "assets/gl_journal_" WS-Bus-Date ".dat"
               DELIMITED BY SIZE INTO WS-GL-Name
           END-STRING
           MOVE 0 TO WS-GL-Lines
           OPEN OUTPUT GL-Journal-File
           IF WS-FS34 NOT = "00"
               DISPLAY "GL journal could not be created, status="
                       WS-FS34
           ELSE
               MOVE SPACES TO WS-GJ-Body
               MOVE WS-Bus-Date TO WS-GJ-H-Date
               MOVE "BANKCLIENT" TO WS-GJ-H-Source
               MOVE "H" TO GJ-RType
               MOVE WS-GJ-Body TO GJ-Body
               WRITE GL-Journal-Rec
               PERFORM VARYING WS-GL-Ix FROM 1 BY 1
               UNTIL WS-GL-Ix > WS-GL-Cnt
                   IF WS-GL-Dr(WS-GL-Ix) > 0
                       MOVE "D" TO WS-GL-Post-DC
                       PERFORM GL-Write-Line
                   END-IF
                   IF WS-GL-Cr(WS-GL-Ix) > 0
                       MOVE "C" TO WS-GL-Post-DC
                       PERFORM GL-Write-Line
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-GJ-Body
               MOVE WS-Bus-Date TO WS-GJ-T-Date
               MOVE WS-GL-Dr-Tot TO WS-GJ-T-Debits
               MOVE WS-GL-Cr-Tot TO WS-GJ-T-Credits
               MOVE WS-GL-Lines TO WS-GJ-T-Count
               MOVE "T" TO GJ-RType
               MOVE WS-GJ-Body TO GJ-Body
               WRITE GL-Journal-Rec
               CLOSE GL-Journal-File
               MOVE "Y" TO WS-GL-OK
               MOVE WS-GL-Dr-Tot TO WS-Total-Disp
               DISPLAY "GL journal written to " WS-GL-Name
               DISPLAY "  " WS-GL-Lines " lines, balanced at "
                       WS-Total-Disp
           END-IF.

       GL-Write-Line.
           ADD 1 TO WS-GL-Lines
           MOVE SPACES TO WS-GJ-Body
           MOVE WS-Bus-Date TO WS-GJ-D-Date
           MOVE WS-GL-Acct(WS-GL-Ix) TO WS-GJ-D-Acct
           MOVE WS-GL-Post-DC TO WS-GJ-D-DC
           IF WS-GL-Post-DC = "D"
               MOVE WS-GL-Dr(WS-GL-Ix) TO WS-GJ-D-Amount
               MOVE WS-GL-Dr-Cnt(WS-GL-Ix) TO WS-GJ-D-Items
           ELSE
               MOVE WS-GL-Cr(WS-GL-Ix) TO WS-GJ-D-Amount
               MOVE WS-GL-Cr-Cnt(WS-GL-Ix) TO WS-GJ-D-Items
           END-IF
           MOVE "D" TO GJ-RType
           MOVE WS-GJ-Body TO GJ-Body
           WRITE GL-Journal-Rec.

       EOD-Archive-Ledger.
           MOVE "N" TO WS-EOD-OK
           MOVE SPACES TO WS-Archive-Name
           ELSE
               IF WS-FS NOT = "00"
                   PERFORM Show-Client-File-Error
                   MOVE 8 TO WS-Step-RC
               ELSE
                   OPEN OUTPUT Backup-File
                   IF WS-FS15 NOT = "00"
                       DISPLAY "Backup file could not be created, "
                               "status=" WS-FS15
                       MOVE 8 TO WS-Step-RC
                   ELSE
                       PERFORM UNTIL EOF-FLAG = "Y"
                           READ Clients-File NEXT RECORD
           ELSE
               IF WS-FS19 NOT = "00"
                   PERFORM Show-Account-File-Error
                   MOVE 8 TO WS-Step-RC
               ELSE
                   OPEN OUTPUT Backup-File
                   IF WS-FS15 NOT = "00"
                       DISPLAY "Backup file could not be created, "
                               "status=" WS-FS15
                       MOVE 8 TO WS-Step-RC
                   ELSE
                       PERFORM UNTIL WS-Acct-EOF = "Y"
                           READ Accounts-File NEXT RECORD
               IF WS-FS3 NOT = "00"
                   DISPLAY "Control file could not be read, status="
                           WS-FS3
                   MOVE 8 TO WS-Step-RC
               ELSE
                   OPEN OUTPUT Backup-File
                   IF WS-FS15 NOT = "00"
                       DISPLAY "Backup file could not be created, "
                               "status=" WS-FS15
                       MOVE 8 TO WS-Step-RC
                   ELSE
                       READ Control-File
                           AT END CONTINUE
           ELSE
               IF WS-FS2 NOT = "00"
                   DISPLAY "Ledger could not be read, status=" WS-FS2
                   MOVE 8 TO WS-Step-RC
               ELSE
                   OPEN OUTPUT Backup-File
                   IF WS-FS15 NOT = "00"
                       DISPLAY "Backup file could not be created, "
                               "status=" WS-FS15
                       MOVE 8 TO WS-Step-RC
                   ELSE
                       PERFORM UNTIL WS-TR-EOF = "Y"
                           READ Transactions-File
           IF WS-FS16 NOT = "00"
               DISPLAY "Integrity report could not be created, "
                       "status=" WS-FS16
               MOVE 8 TO WS-Step-RC
           ELSE
               MOVE SPACES TO Integrity-Rec
               STRING "INTEGRITY CHECK FOR " WS-Bus-Date
               END-STRING
               DISPLAY "Integrity check: FAIL, " WS-Int-Errors
                       " errors"
               MOVE 8 TO WS-Step-RC
           END-IF
           WRITE Integrity-Rec.

           OPEN INPUT Accounts-File
           IF WS-FS19 NOT = "00"
               PERFORM Show-Account-File-Error
               MOVE 8 TO WS-Step-RC
           ELSE
               MOVE "N" TO WS-Open-OK
               OPEN INPUT Clients-File
               IF WS-FS30 NOT = "00"
                   DISPLAY "Compliance report could not be created, "
                           "status=" WS-FS30
                   MOVE 8 TO WS-Step-RC
               ELSE
                   PERFORM CMP-Write-Header
                   PERFORM PT-Open-Input
                   IF WS-CMP-Mode = 2
                       PERFORM RV-Load-Archive
                   ELSE
                       PERFORM RV-Load-Live
                   END-IF
                   MOVE 1 TO WS-CMP-Pass
                   PERFORM CMP-Scan-Source
                   PERFORM CMP-Flag-Customers
                       END-IF
                   END-PERFORM
                   PERFORM CMP-Write-Summary
                   PERFORM PT-Close-File
                   CLOSE Compliance-Rpt-File
                   DISPLAY "Compliance report done: " WS-CMP-Flagged
                           " customers flagged."
           END-IF.

       CMP-Handle-Entry.
           MOVE 0 TO WS-RV-Hit
           IF WS-Scan-Type = "D" OR WS-Scan-Type = "W"
               MOVE WS-Scan-Ref TO WS-RV-Key
               PERFORM RV-Check-Ref
           END-IF
           IF WS-Scan-Date = WS-CMP-Date AND
                   (WS-Scan-Type = "D" OR WS-Scan-Type = "W") AND
                   WS-RV-Hit = 0
               PERFORM CMP-Resolve-Customer
               PERFORM VARYING WS-PT-Ix FROM 1 BY 1
               UNTIL WS-PT-Ix > WS-PT-Cnt
                   MOVE WS-PT-T-Cust(WS-PT-Ix) TO WS-CMP-Entry-Cust
                   IF WS-CMP-Pass = 1
                       PERFORM CMP-Tally-Entry
                   ELSE
                           PERFORM CMP-Entry-Line
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CMP-Resolve-Customer.
           MOVE 0 TO WS-PT-Legacy
           MOVE WS-Scan-Acct-ID TO Account-ID
           READ Accounts-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE Account-Cust-ID TO WS-PT-Legacy
           END-READ
           MOVE WS-Scan-Acct-ID TO WS-PT-Acct
           MOVE WS-CMP-Date TO WS-PT-From
           MOVE WS-CMP-Date TO WS-PT-To
           MOVE "Y" TO WS-PT-Owners-Only
           PERFORM PT-Load-Account
           IF WS-PT-Cnt = 0 AND WS-CMP-Pass = 1
               ADD 1 TO WS-CMP-Unmapped
           END-IF.

       CMP-Tally-Entry.
           MOVE 0 TO WS-CMP-Hit

       HI-Run-Inquiry.
           MOVE 0 TO WS-HI-Cnt
           MOVE 0 TO WS-RV-Cnt
           MOVE "N" TO WS-HI-Full
           PERFORM HI-Collect-Live
           PERFORM HI-Collect-Archives
           END-IF.

       HI-Collect-Entry.
           IF WS-Scan-Acct-ID = WS-Target-ID
               PERFORM RV-Note-Entry
           END-IF
           IF WS-Scan-Acct-ID = WS-Target-ID AND
                   WS-Scan-Date NOT < WS-HI-From AND
                   WS-Scan-Date NOT > WS-HI-To
                   MOVE WS-Scan-Balance TO WS-HI-Bal(WS-HI-Cnt)
                   MOVE WS-Scan-Ref TO WS-HI-Ref(WS-HI-Cnt)
                   MOVE WS-Scan-Teller TO WS-HI-Tel(WS-HI-Cnt)
                   MOVE 0 TO WS-HI-Chq(WS-HI-Cnt)
                   IF WS-Scan-Type = "Q" AND WS-Scan-Chq-No NUMERIC
                       MOVE WS-Scan-Chq-No TO WS-HI-Chq(WS-HI-Cnt)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-HI-Full
               END-IF
       HI-Show-Line.
           MOVE WS-HI-Type(WS-HI-Ix) TO WS-Scan-Type
           MOVE WS-HI-DC(WS-HI-Ix) TO WS-Scan-DC
           MOVE WS-HI-Ref(WS-HI-Ix) TO WS-Scan-Ref
           PERFORM Set-Type-Label
           MOVE WS-HI-Amt(WS-HI-Ix) TO WS-Amount-Disp
           MOVE WS-HI-Bal(WS-HI-Ix) TO WS-Amount-Disp2
           IF WS-HI-Type(WS-HI-Ix) = "Q"
               DISPLAY WS-HI-Date(WS-HI-Ix) "  " WS-Type-Label "  "
                       WS-Amount-Disp "  " WS-Amount-Disp2 "  REF "
                       WS-HI-Ref(WS-HI-Ix) "  " WS-HI-Tel(WS-HI-Ix)
                       "  CHQ " WS-HI-Chq(WS-HI-Ix)
           ELSE
               DISPLAY WS-HI-Date(WS-HI-Ix) "  " WS-Type-Label "  "
                       WS-Amount-Disp "  " WS-Amount-Disp2 "  REF "
                       WS-HI-Ref(WS-HI-Ix) "  " WS-HI-Tel(WS-HI-Ix)
           END-IF.

       Reverse-Transaction.
           DISPLAY "Ledger reference to reverse: " WITH NO ADVANCING
           ACCEPT WS-RV-Ref-In
           IF WS-RV-Ref-In = 0
               DISPLAY "Entries without a reference cannot be "
                       "reversed."
           ELSE
               PERFORM RV-Find-Original
               EVALUATE TRUE
                   WHEN WS-RV-Orig-Found = "N"
                       DISPLAY "Reference " WS-RV-Ref-In " not found "
                               "in the ledger or the last archive."
                   WHEN WS-RV-Already = "Y"
                       DISPLAY "Reference " WS-RV-Ref-In
                               " has already been reversed."
                   WHEN WS-RV-O-Type NOT = "D" AND
                           WS-RV-O-Type NOT = "W"
                       DISPLAY "Only deposits and withdrawals can be "
                               "reversed."
                   WHEN OTHER
                       PERFORM RV-Show-Original
                       OPEN I-O Accounts-File
                       IF WS-FS19 NOT = "00"
                           PERFORM Show-Account-File-Error
                       ELSE
                           PERFORM Reverse-Transaction-Body
                           CLOSE Accounts-File
                       END-IF
               END-EVALUATE
           END-IF
           MOVE "N" TO WS-Auth-Force
           MOVE SPACES TO WS-Approver-ID.

       Reverse-Transaction-Body.
           MOVE WS-RV-O-Acct TO WS-Target-ID
           PERFORM Find-Account
           IF WS-Found = "Y"
               PERFORM Hold-Sum-For-Account
           END-IF
           EVALUATE TRUE
               WHEN WS-Found = "N"
                   DISPLAY "Account " WS-Target-ID " is closed, "
                           "reversal refused."
               WHEN Account-Status NOT = "A"
                   DISPLAY "Account " Account-ID " is not active "
                           "(status " Account-Status "), reversal "
                           "refused."
               WHEN WS-RV-O-Type = "D" AND
                       WS-RV-O-Amount > WS-Avail-Bal
                   MOVE WS-Avail-Bal TO WS-Avail-Disp
                   DISPLAY "Reversal refused, available balance is "
                           WS-Avail-Disp
               WHEN OTHER
                   MOVE WS-RV-O-Amount TO WS-Amount
                   MOVE "REVERSAL" TO WS-Auth-Action
                   MOVE "Y" TO WS-Auth-Force
                   PERFORM Authorize-Amount
                   IF WS-Auth-OK = "N"
                       DISPLAY "Reversal refused without supervisor "
                               "approval."
                   ELSE
                       PERFORM Reverse-Apply
                   END-IF
           END-EVALUATE.

       Reverse-Apply.
           IF WS-RV-O-Type = "D"
               COMPUTE WS-New-Amount = Account-Amount - WS-Amount
           ELSE
               COMPUTE WS-New-Amount = Account-Amount + WS-Amount
           END-IF
           MOVE WS-New-Amount TO Account-Amount
           REWRITE Account-Rec
               INVALID KEY
                   DISPLAY "Update failed for account " WS-Target-ID
               NOT INVALID KEY
                   PERFORM Append-Reversal-Entry
                   DISPLAY "Reference " WS-RV-Ref-In " reversed."
           END-REWRITE.

       Append-Reversal-Entry.
           MOVE WS-Target-ID TO TR-Acct-ID
           MOVE "R" TO TR-Type
           IF WS-RV-O-DC = "C"
               MOVE "D" TO TR-DC
           ELSE
               MOVE "C" TO TR-DC
           END-IF
           MOVE WS-Amount TO TR-Amount
           MOVE WS-Bus-Date TO TR-Date
           MOVE Account-Amount TO TR-Balance
           MOVE WS-RV-Ref-In TO TR-Ref
           PERFORM Write-Ledger-Rec.

       RV-Show-Original.
           MOVE WS-RV-Orig TO WS-Scan-TR
           PERFORM Set-Type-Label
           MOVE WS-RV-O-Amount TO WS-Amount-Disp
           DISPLAY "Original: " WS-RV-O-Date "  ACCT " WS-RV-O-Acct
                   "  " WS-Type-Label "  " WS-Amount-Disp "  TELLER "
                   WS-RV-O-Teller.

       RV-Find-Original.
           MOVE "N" TO WS-RV-Orig-Found
           MOVE "N" TO WS-RV-Already
           MOVE 0 TO WS-RV-Cnt
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
           IF WS-FS2 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-TR-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Transaction-Rec TO WS-Scan-TR
                           PERFORM RV-Match-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF
           MOVE SPACES TO WS-Archive-Name
           STRING "assets/tranarch_" WS-Bus-Date ".dat"
               DELIMITED BY SIZE INTO WS-Archive-Name
           END-STRING
           PERFORM RV-Search-Archive
           PERFORM RV-Find-Last-Archive
           IF WS-RV-Arch-Found = "Y"
               PERFORM RV-Search-Archive
           END-IF.

       RV-Find-Last-Archive.
           MOVE "N" TO WS-RV-Arch-Found
           MOVE 0 TO WS-RV-Back
           COMPUTE WS-RV-Int =
                   FUNCTION INTEGER-OF-DATE(WS-Bus-Date) - 1
           PERFORM UNTIL WS-RV-Arch-Found = "Y" OR WS-RV-Back > 6
               COMPUTE WS-RV-Date =
                       FUNCTION DATE-OF-INTEGER(WS-RV-Int)
               MOVE SPACES TO WS-Archive-Name
               STRING "assets/tranarch_" WS-RV-Date ".dat"
                   DELIMITED BY SIZE INTO WS-Archive-Name
               END-STRING
               OPEN INPUT Archive-File
               IF WS-FS13 = "00"
                   CLOSE Archive-File
                   MOVE "Y" TO WS-RV-Arch-Found
               ELSE
                   SUBTRACT 1 FROM WS-RV-Int
                   ADD 1 TO WS-RV-Back
               END-IF
           END-PERFORM.

       RV-Search-Archive.
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-Arch-Open-OK
           OPEN INPUT Archive-File
           IF WS-FS13 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-Arch-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Archive-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS13 NOT = "00"
                           DISPLAY "Archive file could not be read, "
                                   "status=" WS-FS13
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Archive-Rec TO WS-Scan-TR
                           PERFORM RV-Match-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Arch-Open-OK = "Y"
               CLOSE Archive-File
           END-IF.

       RV-Match-Entry.
           IF WS-Scan-Ref = WS-RV-Ref-In
               IF WS-Scan-Type = "R"
                   MOVE "Y" TO WS-RV-Already
               ELSE
                   IF WS-RV-Orig-Found = "N"
                       MOVE WS-Scan-TR TO WS-RV-Orig
                       MOVE "Y" TO WS-RV-Orig-Found
                   END-IF
               END-IF
           END-IF.

       RV-Load-Live.
           MOVE 0 TO WS-RV-Cnt
           MOVE "N" TO WS-RV-Full
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-TR-Open-OK
           OPEN INPUT Transactions-File
           IF WS-FS2 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-TR-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Transactions-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS2 NOT = "00"
                           DISPLAY "Ledger could not be read, "
                                   "status=" WS-FS2
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Transaction-Rec TO WS-Scan-TR
                           PERFORM RV-Note-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TR-Open-OK = "Y"
               CLOSE Transactions-File
           END-IF.

       RV-Load-Archive.
           MOVE 0 TO WS-RV-Cnt
           MOVE "N" TO WS-RV-Full
           MOVE "N" TO WS-TR-EOF
           MOVE "N" TO WS-Arch-Open-OK
           OPEN INPUT Archive-File
           IF WS-FS13 NOT = "00"
               MOVE "Y" TO WS-TR-EOF
           ELSE
               MOVE "Y" TO WS-Arch-Open-OK
           END-IF
           PERFORM UNTIL WS-TR-EOF = "Y"
               READ Archive-File
                   AT END MOVE "Y" TO WS-TR-EOF
                   NOT AT END
                       IF WS-FS13 NOT = "00"
                           DISPLAY "Archive file could not be read, "
                                   "status=" WS-FS13
                           MOVE "Y" TO WS-TR-EOF
                       ELSE
                           MOVE Archive-Rec TO WS-Scan-TR
                           PERFORM RV-Note-Entry
                       END-IF
               END-READ
           END-PERFORM
           IF WS-Arch-Open-OK = "Y"
               CLOSE Archive-File
           END-IF.

       RV-Note-Entry.
           IF WS-Scan-Type = "R" AND WS-Scan-Ref > 0
               MOVE WS-Scan-Ref TO WS-RV-Key
               PERFORM RV-Check-Ref
               IF WS-RV-Hit = 0
                   IF WS-RV-Cnt < 500
                       ADD 1 TO WS-RV-Cnt
                       MOVE WS-Scan-Ref TO WS-RV-Ref(WS-RV-Cnt)
                       MOVE "N" TO WS-RV-Pair(WS-RV-Cnt)
                   ELSE
                       IF WS-RV-Full = "N"
                           DISPLAY "Reversal table full, further "
                                   "reversals are not netted."
                           MOVE "Y" TO WS-RV-Full
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RV-Check-Ref.
           MOVE 0 TO WS-RV-Hit
           IF WS-RV-Key > 0
               PERFORM VARYING WS-RV-Ix FROM 1 BY 1
               UNTIL WS-RV-Ix > WS-RV-Cnt OR WS-RV-Hit > 0
                   IF WS-RV-Ref(WS-RV-Ix) = WS-RV-Key
                       MOVE WS-RV-Ix TO WS-RV-Hit
                   END-IF
               END-PERFORM
           END-IF.

       CMP-Read-Ctl.
           OPEN INPUT Compliance-Ctl-File
           MOVE WS-Amount TO TR-Amount
           MOVE WS-Bus-Date TO TR-Date
           MOVE Account-Amount TO TR-Balance
           PERFORM Read-Control-File
           ADD 1 TO WS-Last-Ref
           PERFORM Write-Control-File
           MOVE WS-Last-Ref TO TR-Ref
           PERFORM Write-Ledger-Rec.

       Write-Ledger-Rec.
               MOVE WS-Ledger-Src TO TR-Teller
           END-IF
           MOVE WS-Approver-ID TO TR-Approver
           MOVE WS-Ledger-Chq TO TR-Chq-No
           OPEN EXTEND Transactions-File
           IF WS-FS2 = "35"
               OPEN OUTPUT Transactions-File
