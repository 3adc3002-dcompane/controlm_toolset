       Identification Division.
       Program-Id. NUMETRIC.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select History-File Assign To HISTFILE
           Organization Is Indexed
           Access Is Sequential
           Record Key Is H-KEY.
           Select New-Grant Assign To NEWGRNT
           Organization Is Indexed
           Access Is Sequential
           Record Key Is G-KEY.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Suspense-In Assign To SUSPIN
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Resolve-Log Assign To RESOLOG
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Metric-Hist-In Assign To METRHIST
           Organization Is Line Sequential
           Access is Sequential.
           Select Metric-Hist-Out Assign To METROUT
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Parm-File Assign To PARMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Metric-Report Assign To METRRPT
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.

       DATA DIVISION.
       File Section.
       FD History-File
           Label Records Are Standard.
        01 History-Rec.
          02 H-KEY.
             03 H-ADS-ID         PIC X(64).
             03 H-TIMESTAMP      PIC X(14).
             03 H-SEQ            PIC 9(04).
          02 H-ACTION          PIC X.
          02 H-OLD-RACF-ID     PIC X(8).
          02 H-NEW-RACF-ID     PIC X(8).
          02 H-OLD-ACCESS      PIC X(8).
          02 H-NEW-ACCESS      PIC X(8).
          02 H-TICKET          PIC X(12).
          02 H-REQUESTER       PIC X(8).
          02 H-APPROVER        PIC X(8).
          02 H-EVENT-FLAG      PIC X.
          02 H-EMERG-EXP-TS    PIC X(12).
          02 H-TYPE            PIC X(7).
          02 H-EFF-DATE        PIC X(8).
          02 H-EXP-DATE        PIC X(8).

       FD New-Grant
           Label Records Are Standard.
        01 Grant-Rec.
          02 G-ACTION          PIC X value spaces.
          02 G-KEY.
             03 G-ADS-ID         PIC X(64).
             03 G-RACF-ID        PIC X(8).
          02 G-FILLER          PIC X value spaces.
          02 G-TYPE            PIC X(7).
          02 G-EFF-DATE        PIC X(8).
          02 G-EXP-DATE        PIC X(8).
          02 G-ACCESS          PIC X(8).
          02 G-EMERG-FLAG      PIC X.
          02 G-EMERG-EXP-TS    PIC X(12).
          02 G-EMERG-PRIOR     PIC X(8).
        01 Grant-Control-Rec.
          02 GC-ACTION         PIC X.
          02 GC-KEY            PIC X(72).
          02 GC-FILLER         PIC X.
          02 GC-CYCLE-NO       PIC 9(07).
          02 GC-BUS-DATE       PIC X(8).
          02 GC-REC-COUNT      PIC 9(09).
          02 GC-HASH-TOTAL     PIC 9(15).
          02 FILLER            PIC X(13).

       FD Cycle-Control
           Label Records Are Standard.
        01 Cycle-Control-Rec.
          02 CY-CYCLE-NO       PIC 9(07).
          02 FILLER            PIC X.
          02 CY-BUS-DATE       PIC X(8).
          02 FILLER            PIC X.
          02 CY-REC-COUNT      PIC 9(09).
          02 FILLER            PIC X.
          02 CY-HASH-TOTAL     PIC 9(15).

       FD Suspense-In
           Label Records Are Standard.
        01 Suspense-In-Rec.
          02 SI-CYCLE-COUNT    PIC 9(03).
          02 FILLER            PIC X.
          02 SI-SOURCE         PIC X.
          02 FILLER            PIC X.
          02 SI-FIRST-DATE     PIC X(8).
          02 FILLER            PIC X.
          02 SI-ACTION         PIC X.
          02 SI-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 SI-RACF-ID        PIC X(8).
          02 SI-EFF-DATE       PIC X(8).
          02 SI-EXP-DATE       PIC X(8).
          02 SI-GRP-COUNT      PIC 9(02).
          02 SI-GRP-ENTRY OCCURS 10 Times.
             03 SI-GRP-ACTION    PIC X.
             03 SI-GRP-RACF-ID   PIC X(8).
             03 SI-GRP-EFF-DATE  PIC X(8).
             03 SI-GRP-EXP-DATE  PIC X(8).
          02 FILLER            PIC X.
          02 SI-REASON         PIC X(40).
          02 FILLER            PIC X.
          02 SI-ACCESS         PIC X(8).
          02 FILLER            PIC X.
          02 SI-TICKET         PIC X(12).
          02 FILLER            PIC X.
          02 SI-REQUESTER      PIC X(8).
          02 FILLER            PIC X.
          02 SI-APPROVER       PIC X(8).

       FD Resolve-Log
           Label Records Are Standard.
        01 Resolve-Log-Rec.
          02 RL-RESOLVE-DATE   PIC X(8).
          02 FILLER            PIC X.
          02 RL-FIRST-DATE     PIC X(8).
          02 FILLER            PIC X.
          02 RL-DAYS           PIC 9(05).
          02 FILLER            PIC X.
          02 RL-OUTCOME        PIC X(13).
          02 FILLER            PIC X.
          02 RL-SOURCE         PIC X.
          02 FILLER            PIC X.
          02 RL-CYCLE-COUNT    PIC 9(03).
          02 FILLER            PIC X.
          02 RL-ACTION         PIC X.
          02 RL-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 RL-RACF-ID        PIC X(8).
          02 FILLER            PIC X.
          02 RL-REASON         PIC X(40).

       FD Metric-Hist-In
           Label Records Are Standard.
        01 Metric-Hist-Rec.
          02 MH-MONTH          PIC X(6).
          02 FILLER            PIC X.
          02 MH-SECTION        PIC 9.
          02 FILLER            PIC X.
          02 MH-METRIC         PIC X(50).
          02 FILLER            PIC X.
          02 MH-VALUE          PIC S9(11)V99
                               Sign Is Leading Separate.

       FD Metric-Hist-Out
           Label Records Are Standard.
        01 Metric-Hist-Out-Rec.
          02 MO-MONTH          PIC X(6).
          02 FILLER            PIC X value space.
          02 MO-SECTION        PIC 9.
          02 FILLER            PIC X value space.
          02 MO-METRIC         PIC X(50).
          02 FILLER            PIC X value space.
          02 MO-VALUE          PIC S9(11)V99
                               Sign Is Leading Separate.

       FD Parm-File
           Label Records Are Standard.
        01 Parm-Rec.
          02 P-MONTH-X         PIC X(06).

       FD Metric-Report
           Label Records Are Standard.
        01 Metric-Report-Rec   PIC X(132).

       FD Run-Stats-File
           Label Records Are Standard.
        01 Run-Stats-Rec.
          02 RS-PROGRAM        PIC X(8).
          02 FILLER            PIC X value space.
          02 RS-RUN-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 RS-IN-PRIME       PIC 9(09).
          02 FILLER            PIC X value space.
          02 RS-IN-SECOND      PIC 9(09).
          02 FILLER            PIC X value space.
          02 RS-OUT-PRIME      PIC 9(09).
          02 FILLER            PIC X value space.
          02 RS-OUT-SECOND     PIC 9(09).
          02 FILLER            PIC X value space.
          02 RS-ERROR-COUNT    PIC 9(09).
          02 FILLER            PIC X value space.
          02 RS-RETURN-CODE    PIC 9(04).

       WORKING-STORAGE Section.
       01 Month-Work.
          02 MN-YEAR           PIC 9(04).
          02 MN-MONTH          PIC 9(02).
       01 Month-Work-X Redefines Month-Work
                               PIC X(06).
       01 Metric-Table.
          02 MT-ENTRY OCCURS 1000 Times.
             03 MT-SECTION       PIC 9.
             03 MT-METRIC        PIC X(50).
             03 MT-VALUE         PIC S9(11)V99.
       01 Prior-Table.
          02 PM-ENTRY OCCURS 2000 Times.
             03 PM-MONTH         PIC X(6).
             03 PM-METRIC        PIC X(50).
             03 PM-VALUE         PIC S9(11)V99.
       01 Type-Table.
          02 TY-ENTRY OCCURS 50 Times.
             03 TY-TYPE          PIC X(7).
             03 TY-COUNT         PIC 9(09).
       01 Reason-Table.
          02 RT-ENTRY OCCURS 500 Times.
             03 RT-SOURCE        PIC X.
             03 RT-REASON        PIC X(40).
             03 RT-COUNT         PIC 9(09).
       01 Ads-Churn-Table.
          02 AC-ENTRY OCCURS 5000 Times.
             03 AC-ADS-ID        PIC X(64).
             03 AC-CURRENT       PIC 9(07).
             03 AC-PRIOR         PIC 9(07).
             03 AC-LAST-YEAR     PIC 9(07).
             03 AC-RANKED        PIC X.
       01 Racf-Churn-Table.
          02 UC-ENTRY OCCURS 5000 Times.
             03 UC-RACF-ID       PIC X(8).
             03 UC-CURRENT       PIC 9(07).
             03 UC-PRIOR         PIC 9(07).
             03 UC-LAST-YEAR     PIC 9(07).
             03 UC-RANKED        PIC X.
       01 Metric-Heading-Line.
          02 FILLER            PIC X(36)
             value 'ACCESS MANAGEMENT METRICS FOR MONTH '.
          02 MR-MONTH          PIC X(6).
          02 FILLER            PIC X(11) value '  RUN DATE '.
          02 MR-RUN-DATE       PIC X(8).
          02 FILLER            PIC X(14) value '  PRIOR MONTH '.
          02 MR-PRIOR-MONTH    PIC X(6).
          02 FILLER            PIC X(12) value '  LAST YEAR '.
          02 MR-LAST-YEAR      PIC X(6).
       01 Metric-Column-Line.
          02 FILLER            PIC X(50) value 'METRIC'.
          02 FILLER            PIC X(16) value '      THIS MONTH'.
          02 FILLER            PIC X(16) value '     PRIOR MONTH'.
          02 FILLER            PIC X(16) value '          CHANGE'.
          02 FILLER            PIC X(16) value '       LAST YEAR'.
          02 FILLER            PIC X(16) value '          CHANGE'.
       01 Section-Heading-Line.
          02 SH-TITLE          PIC X(50).
       01 Metric-Detail-Line.
          02 MD-METRIC         PIC X(50).
          02 FILLER            PIC X(2) value spaces.
          02 MD-CURRENT        PIC -ZZZZZZZZZ9.99.
          02 FILLER            PIC X(2) value spaces.
          02 MD-PRIOR          PIC -ZZZZZZZZZ9.99.
          02 MD-PRIOR-X Redefines MD-PRIOR
                               PIC X(14).
          02 FILLER            PIC X(2) value spaces.
          02 MD-PRIOR-CHG      PIC -ZZZZZZZZZ9.99.
          02 MD-PRIOR-CHG-X Redefines MD-PRIOR-CHG
                               PIC X(14).
          02 FILLER            PIC X(2) value spaces.
          02 MD-LAST-YEAR      PIC -ZZZZZZZZZ9.99.
          02 MD-LAST-YEAR-X Redefines MD-LAST-YEAR
                               PIC X(14).
          02 FILLER            PIC X(2) value spaces.
          02 MD-LAST-YEAR-CHG  PIC -ZZZZZZZZZ9.99.
          02 MD-LAST-YEAR-CHG-X Redefines MD-LAST-YEAR-CHG
                               PIC X(14).
       01 Churn-Column-Line.
          02 FILLER            PIC X(5) value 'RANK '.
          02 FILLER            PIC X(66) value 'ID'.
          02 FILLER            PIC X(12) value '  THIS MONTH'.
          02 FILLER            PIC X(12) value ' PRIOR MONTH'.
          02 FILLER            PIC X(12) value '   LAST YEAR'.
       01 Churn-Detail-Line.
          02 CD-RANK           PIC ZZ9.
          02 FILLER            PIC X(2) value spaces.
          02 CD-ID             PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 CD-CURRENT        PIC ZZZZZZZZZ9.
          02 FILLER            PIC X(2) value spaces.
          02 CD-PRIOR          PIC ZZZZZZZZZ9.
          02 FILLER            PIC X(2) value spaces.
          02 CD-LAST-YEAR      PIC ZZZZZZZZZ9.
       77 WS-Target-Month      PIC X(6) value spaces.
       77 WS-Prior-Month       PIC X(6) value spaces.
       77 WS-Last-Year-Month   PIC X(6) value spaces.
       77 WS-Metric-Idx        PIC 9(05) value 0 Comp.
       77 WS-Metric-Count      PIC 9(05) value 0 Comp.
       77 WS-Metric-Overflow   PIC X value 'N'.
       77 WS-Prior-Idx         PIC 9(05) value 0 Comp.
       77 WS-Prior-Count       PIC 9(05) value 0 Comp.
       77 WS-Prior-Overflow    PIC X value 'N'.
       77 WS-Type-Idx          PIC 9(03) value 0 Comp.
       77 WS-Type-Count        PIC 9(03) value 0 Comp.
       77 WS-Type-Hit          PIC 9(03) value 0 Comp.
       77 WS-Type-Overflow     PIC X value 'N'.
       77 WS-Reason-Idx        PIC 9(03) value 0 Comp.
       77 WS-Reason-Count      PIC 9(03) value 0 Comp.
       77 WS-Reason-Hit        PIC 9(03) value 0 Comp.
       77 WS-Reason-Overflow   PIC X value 'N'.
       77 WS-Ads-Idx           PIC 9(05) value 0 Comp.
       77 WS-Ads-Count         PIC 9(05) value 0 Comp.
       77 WS-Ads-Hit           PIC 9(05) value 0 Comp.
       77 WS-Ads-Overflow      PIC X value 'N'.
       77 WS-Racf-Idx          PIC 9(05) value 0 Comp.
       77 WS-Racf-Count        PIC 9(05) value 0 Comp.
       77 WS-Racf-Hit          PIC 9(05) value 0 Comp.
       77 WS-Racf-Overflow     PIC X value 'N'.
       77 WS-Rank-Idx          PIC 9(03) value 0 Comp.
       77 WS-Top-Max           PIC 9(03) value 10 Comp.
       77 WS-Best-Hit          PIC 9(05) value 0 Comp.
       77 WS-Best-Count        PIC 9(07) value 0.
       77 WS-Find-Month        PIC X(6) value spaces.
       77 WS-Find-Metric       PIC X(50) value spaces.
       77 WS-Find-Value        PIC S9(11)V99 value 0.
       77 WS-Find-Found        PIC X value 'N'.
       77 WS-Find-Type         PIC X(7) value spaces.
       77 WS-Find-Source       PIC X value space.
       77 WS-Find-Reason       PIC X(40) value spaces.
       77 WS-Find-Racf-ID      PIC X(8) value spaces.
       77 WS-Add-Section       PIC 9 value 0.
       77 WS-Add-Metric        PIC X(50) value spaces.
       77 WS-Add-Value         PIC S9(11)V99 value 0.
       77 WS-Change-Value      PIC S9(11)V99 value 0.
       77 WS-Hold-Section      PIC 9 value 0.
       77 WS-Prior-Base        PIC X value 'N'.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 EOF-Parm-Recs        PIC X value 'N'.
       77 EOF-Metric-Recs      PIC X value 'N'.
       77 EOF-History-Recs     PIC X value 'N'.
       77 EOF-Suspense-Recs    PIC X value 'N'.
       77 EOF-Resolve-Recs     PIC X value 'N'.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 WS-Hist-Read-Count   PIC 9(09) value 0.
       77 WS-Event-Count       PIC 9(09) value 0.
       77 WS-Add-Count         PIC 9(09) value 0.
       77 WS-Change-Count      PIC 9(09) value 0.
       77 WS-Delete-Count      PIC 9(09) value 0.
       77 WS-Reinstate-Count   PIC 9(09) value 0.
       77 WS-Compare-Event-Count PIC 9(09) value 0.
       77 WS-Susp-Read-Count   PIC 9(09) value 0.
       77 WS-Reject-Entered    PIC 9(09) value 0.
       77 WS-Excp-Entered      PIC 9(09) value 0.
       77 WS-Resolve-Read-Count PIC 9(09) value 0.
       77 WS-Resolved-Count    PIC 9(09) value 0.
       77 WS-Resolved-Days     PIC 9(11) value 0.
       77 WS-Max-Days          PIC 9(05) value 0.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-No-Exp-Count      PIC 9(09) value 0.
       77 WS-Hist-Kept-Count   PIC 9(09) value 0.
       77 WS-Hist-Replaced-Count PIC 9(09) value 0.
       77 WS-Hist-Write-Count  PIC 9(09) value 0.
       77 WS-Report-Count      PIC 9(09) value 0.
       77 WS-Cycle-No          PIC 9(07) value 0.
       77 WS-Cycle-Date        PIC X(8) value spaces.
       77 WS-Cycle-Count       PIC 9(09) value 0.
       77 WS-Cycle-Hash        PIC 9(15) value 0.
       77 WS-Cycle-Error       PIC X(40) value spaces.
       77 WS-Ctl-Count         PIC 9(09) value 0.
       77 WS-Ctl-Hash          PIC 9(15) value 0.
       77 WS-Hash-Date         PIC 9(08) value 0.
       77 EOF-Cycle-Recs       PIC X value 'N'.
       77 EOF-Verify-Recs      PIC X value 'N'.

       PROCEDURE DIVISION.
       Main-Para.
           Perform Open-Para
           Perform Scan-History-Para
           Perform Scan-Compare-History-Para
           Perform Scan-Suspense-Para
           Perform Scan-Resolve-Para
           Perform Scan-Master-Para
           Perform Build-Metrics-Para
           Perform Write-Metrics-Para
           Perform Write-Churn-Para
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Move WS-Current-Date(1:6) To Month-Work-X
           Perform Back-One-Month-Para
           Move Month-Work-X To WS-Target-Month
           Perform Load-Parm-Para
           Move WS-Target-Month To Month-Work-X
           Perform Back-One-Month-Para
           Move Month-Work-X To WS-Prior-Month
           Move WS-Target-Month To Month-Work-X
           Subtract 1 From MN-YEAR
           Move Month-Work-X To WS-Last-Year-Month
           Perform Verify-Master-Para
           Open  Output Metric-Hist-Out
                 Output Metric-Report
           Perform Load-Metric-Hist-Para
           Move WS-Target-Month To MR-MONTH
           Move WS-Current-Date To MR-RUN-DATE
           Move WS-Prior-Month To MR-PRIOR-MONTH
           Move WS-Last-Year-Month To MR-LAST-YEAR
           Write Metric-Report-Rec From Metric-Heading-Line
           Add 1 To WS-Report-Count.

       Back-One-Month-Para.
           If MN-MONTH Greater Than 1
              Subtract 1 From MN-MONTH
           Else
              Subtract 1 From MN-YEAR
              Move 12 To MN-MONTH
           End-If.

       Load-Parm-Para.
           Open Input Parm-File
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read
           Perform Read-Parm-Para
              Until EOF-Parm-Recs = 'Y'
           Close Parm-File.

       Read-Parm-Para.
           If P-MONTH-X Is Numeric
              And P-MONTH-X(5:2) Not Less Than '01'
              And P-MONTH-X(5:2) Not Greater Than '12'
              Move P-MONTH-X To WS-Target-Month
           End-If
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read.

       Load-Metric-Hist-Para.
           Open Input Metric-Hist-In
           Read Metric-Hist-In At End Move 'Y' To EOF-Metric-Recs
           End-Read
           Perform Load-One-Metric-Para
              Until EOF-Metric-Recs = 'Y'
           Close Metric-Hist-In
           Move WS-Prior-Month To WS-Find-Month
           Move 'GRANTS TOTAL' To WS-Find-Metric
           Perform Find-Prior-Para
           Move WS-Find-Found To WS-Prior-Base.

       Load-One-Metric-Para.
           If MH-MONTH Equal WS-Target-Month
              Add 1 To WS-Hist-Replaced-Count
           Else
              Move Metric-Hist-Rec To Metric-Hist-Out-Rec
              Write Metric-Hist-Out-Rec
              Add 1 To WS-Hist-Kept-Count
              Add 1 To WS-Hist-Write-Count
              If MH-MONTH Equal WS-Prior-Month
                 Or MH-MONTH Equal WS-Last-Year-Month
                 If WS-Prior-Count Less Than 2000
                    Add 1 To WS-Prior-Count
                    Move MH-MONTH To PM-MONTH(WS-Prior-Count)
                    Move MH-METRIC To PM-METRIC(WS-Prior-Count)
                    Move MH-VALUE To PM-VALUE(WS-Prior-Count)
                 Else
                    Move 'Y' To WS-Prior-Overflow
                 End-If
              End-If
           End-If
           Read Metric-Hist-In At End Move 'Y' To EOF-Metric-Recs
           End-Read.

       Find-Prior-Para.
           Move 'N' To WS-Find-Found
           Move 0 To WS-Find-Value
           Perform Check-One-Prior-Para
              Varying WS-Prior-Idx From 1 By 1
              Until WS-Prior-Idx > WS-Prior-Count
                 Or WS-Find-Found = 'Y'.

       Check-One-Prior-Para.
           If PM-MONTH(WS-Prior-Idx) = WS-Find-Month
              And PM-METRIC(WS-Prior-Idx) = WS-Find-Metric
              Move 'Y' To WS-Find-Found
              Move PM-VALUE(WS-Prior-Idx) To WS-Find-Value
           End-If.

       Scan-History-Para.
           Open Input History-File
           Move 'N' To EOF-History-Recs
           Perform Read-History-Para
           Perform Scan-One-History-Para
              Until EOF-History-Recs = 'Y'
           Close History-File.

       Read-History-Para.
           Read History-File At End Move 'Y' To EOF-History-Recs
           End-Read.

       Scan-One-History-Para.
           Add 1 To WS-Hist-Read-Count
           If H-TIMESTAMP(1:6) Equal WS-Target-Month
              Add 1 To WS-Event-Count
              If H-ACTION = 'A'
                 If H-EVENT-FLAG = 'R'
                    Add 1 To WS-Reinstate-Count
                 Else
                    Add 1 To WS-Add-Count
                 End-If
              Else
                 If H-ACTION = 'C'
                    Add 1 To WS-Change-Count
                 Else
                    If H-ACTION = 'D'
                       Add 1 To WS-Delete-Count
                    End-If
                 End-If
              End-If
              Perform Find-Ads-Churn-Para
              If WS-Ads-Hit = 0
                 If WS-Ads-Count Less Than 5000
                    Add 1 To WS-Ads-Count
                    Move WS-Ads-Count To WS-Ads-Hit
                    Move H-ADS-ID To AC-ADS-ID(WS-Ads-Hit)
                    Move 0 To AC-CURRENT(WS-Ads-Hit)
                    Move 0 To AC-PRIOR(WS-Ads-Hit)
                    Move 0 To AC-LAST-YEAR(WS-Ads-Hit)
                    Move 'N' To AC-RANKED(WS-Ads-Hit)
                 Else
                    Move 'Y' To WS-Ads-Overflow
                 End-If
              End-If
              If WS-Ads-Hit > 0
                 Add 1 To AC-CURRENT(WS-Ads-Hit)
              End-If
              Perform Find-Racf-Churn-Para
              If WS-Racf-Hit = 0
                 If WS-Racf-Count Less Than 5000
                    Add 1 To WS-Racf-Count
                    Move WS-Racf-Count To WS-Racf-Hit
                    Move WS-Find-Racf-ID To UC-RACF-ID(WS-Racf-Hit)
                    Move 0 To UC-CURRENT(WS-Racf-Hit)
                    Move 0 To UC-PRIOR(WS-Racf-Hit)
                    Move 0 To UC-LAST-YEAR(WS-Racf-Hit)
                    Move 'N' To UC-RANKED(WS-Racf-Hit)
                 Else
                    Move 'Y' To WS-Racf-Overflow
                 End-If
              End-If
              If WS-Racf-Hit > 0
                 Add 1 To UC-CURRENT(WS-Racf-Hit)
              End-If
           End-If
           Perform Read-History-Para.

       Scan-Compare-History-Para.
           Open Input History-File
           Move 'N' To EOF-History-Recs
           Perform Read-History-Para
           Perform Scan-One-Compare-Para
              Until EOF-History-Recs = 'Y'
           Close History-File.

       Scan-One-Compare-Para.
           If H-TIMESTAMP(1:6) Equal WS-Prior-Month
              Or H-TIMESTAMP(1:6) Equal WS-Last-Year-Month
              Add 1 To WS-Compare-Event-Count
              Perform Find-Ads-Churn-Para
              Perform Find-Racf-Churn-Para
              If H-TIMESTAMP(1:6) Equal WS-Prior-Month
                 If WS-Ads-Hit > 0
                    Add 1 To AC-PRIOR(WS-Ads-Hit)
                 End-If
                 If WS-Racf-Hit > 0
                    Add 1 To UC-PRIOR(WS-Racf-Hit)
                 End-If
              Else
                 If WS-Ads-Hit > 0
                    Add 1 To AC-LAST-YEAR(WS-Ads-Hit)
                 End-If
                 If WS-Racf-Hit > 0
                    Add 1 To UC-LAST-YEAR(WS-Racf-Hit)
                 End-If
              End-If
           End-If
           Perform Read-History-Para.

       Find-Ads-Churn-Para.
           Move 0 To WS-Ads-Hit
           Perform Check-One-Ads-Para
              Varying WS-Ads-Idx From 1 By 1
              Until WS-Ads-Idx > WS-Ads-Count
                 Or WS-Ads-Hit > 0.

       Check-One-Ads-Para.
           If AC-ADS-ID(WS-Ads-Idx) = H-ADS-ID
              Move WS-Ads-Idx To WS-Ads-Hit
           End-If.

       Find-Racf-Churn-Para.
           If H-NEW-RACF-ID Not Equal Spaces
              Move H-NEW-RACF-ID To WS-Find-Racf-ID
           Else
              Move H-OLD-RACF-ID To WS-Find-Racf-ID
           End-If
           Move 0 To WS-Racf-Hit
           Perform Check-One-Racf-Para
              Varying WS-Racf-Idx From 1 By 1
              Until WS-Racf-Idx > WS-Racf-Count
                 Or WS-Racf-Hit > 0.

       Check-One-Racf-Para.
           If UC-RACF-ID(WS-Racf-Idx) = WS-Find-Racf-ID
              Move WS-Racf-Idx To WS-Racf-Hit
           End-If.

       Scan-Suspense-Para.
           Open Input Suspense-In
           Read Suspense-In At End Move 'Y' To EOF-Suspense-Recs
           End-Read
           Perform Scan-One-Suspense-Para
              Until EOF-Suspense-Recs = 'Y'
           Close Suspense-In.

       Scan-One-Suspense-Para.
           Add 1 To WS-Susp-Read-Count
           If SI-FIRST-DATE(1:6) Equal WS-Target-Month
              Move SI-SOURCE To WS-Find-Source
              Move SI-REASON To WS-Find-Reason
              Perform Count-Reason-Para
           End-If
           Read Suspense-In At End Move 'Y' To EOF-Suspense-Recs
           End-Read.

       Scan-Resolve-Para.
           Open Input Resolve-Log
           Read Resolve-Log At End Move 'Y' To EOF-Resolve-Recs
           End-Read
           Perform Scan-One-Resolve-Para
              Until EOF-Resolve-Recs = 'Y'
           Close Resolve-Log.

       Scan-One-Resolve-Para.
           Add 1 To WS-Resolve-Read-Count
           If RL-FIRST-DATE(1:6) Equal WS-Target-Month
              Move RL-SOURCE To WS-Find-Source
              Move RL-REASON To WS-Find-Reason
              Perform Count-Reason-Para
           End-If
           If RL-RESOLVE-DATE(1:6) Equal WS-Target-Month
              And RL-DAYS Is Numeric
              Add 1 To WS-Resolved-Count
              Add RL-DAYS To WS-Resolved-Days
              If RL-DAYS Greater Than WS-Max-Days
                 Move RL-DAYS To WS-Max-Days
              End-If
           End-If
           Read Resolve-Log At End Move 'Y' To EOF-Resolve-Recs
           End-Read.

       Count-Reason-Para.
           If WS-Find-Source = 'E'
              Add 1 To WS-Excp-Entered
           Else
              Move 'R' To WS-Find-Source
              Add 1 To WS-Reject-Entered
           End-If
           Perform Find-Reason-Para
           If WS-Reason-Hit > 0
              Add 1 To RT-COUNT(WS-Reason-Hit)
           End-If.

       Find-Reason-Para.
           Move 0 To WS-Reason-Hit
           Perform Check-One-Reason-Para
              Varying WS-Reason-Idx From 1 By 1
              Until WS-Reason-Idx > WS-Reason-Count
                 Or WS-Reason-Hit > 0
           If WS-Reason-Hit = 0
              If WS-Reason-Count Less Than 500
                 Add 1 To WS-Reason-Count
                 Move WS-Reason-Count To WS-Reason-Hit
                 Move WS-Find-Source To RT-SOURCE(WS-Reason-Hit)
                 Move WS-Find-Reason To RT-REASON(WS-Reason-Hit)
                 Move 0 To RT-COUNT(WS-Reason-Hit)
              Else
                 Move 'Y' To WS-Reason-Overflow
              End-If
           End-If.

       Check-One-Reason-Para.
           If RT-SOURCE(WS-Reason-Idx) = WS-Find-Source
              And RT-REASON(WS-Reason-Idx) = WS-Find-Reason
              Move WS-Reason-Idx To WS-Reason-Hit
           End-If.

       Scan-Master-Para.
           Open Input New-Grant
           Perform Read-Master-Para
           Perform Scan-One-Master-Para
              Until EOF-Master-Recs = 'Y'
           Close New-Grant.

       Read-Master-Para.
           Read New-Grant At End Move 'Y' To EOF-Master-Recs
           End-Read
           If EOF-Master-Recs Not Equal 'Y'
              And G-KEY Equal Low-Values
              Read New-Grant At End Move 'Y' To EOF-Master-Recs
              End-Read
           End-If
           If EOF-Master-Recs Not Equal 'Y'
              And G-KEY Equal High-Values
              Move 'Y' To EOF-Master-Recs
           End-If
           If EOF-Master-Recs Not Equal 'Y'
              Add 1 To WS-Read-Count
           End-If.

       Scan-One-Master-Para.
           If G-EXP-DATE Equal Spaces
              Add 1 To WS-No-Exp-Count
           End-If
           Move G-TYPE To WS-Find-Type
           Perform Find-Type-Para
           If WS-Type-Hit > 0
              Add 1 To TY-COUNT(WS-Type-Hit)
           End-If
           Perform Read-Master-Para.

       Find-Type-Para.
           Move 0 To WS-Type-Hit
           Perform Check-One-Type-Para
              Varying WS-Type-Idx From 1 By 1
              Until WS-Type-Idx > WS-Type-Count
                 Or WS-Type-Hit > 0
           If WS-Type-Hit = 0
              If WS-Type-Count Less Than 50
                 Add 1 To WS-Type-Count
                 Move WS-Type-Count To WS-Type-Hit
                 Move WS-Find-Type To TY-TYPE(WS-Type-Hit)
                 Move 0 To TY-COUNT(WS-Type-Hit)
              Else
                 Move 'Y' To WS-Type-Overflow
              End-If
           End-If.

       Check-One-Type-Para.
           If TY-TYPE(WS-Type-Idx) = WS-Find-Type
              Move WS-Type-Idx To WS-Type-Hit
           End-If.

       Build-Metrics-Para.
           Move 1 To WS-Add-Section
           Move 'GRANTS ADDED' To WS-Add-Metric
           Move WS-Add-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 'GRANTS CHANGED' To WS-Add-Metric
           Move WS-Change-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 'GRANTS DELETED' To WS-Add-Metric
           Move WS-Delete-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 'GRANTS REINSTATED' To WS-Add-Metric
           Move WS-Reinstate-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 'TOTAL GRANT EVENTS' To WS-Add-Metric
           Move WS-Event-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 2 To WS-Add-Section
           Perform Merge-Prior-Type-Para
              Varying WS-Prior-Idx From 1 By 1
              Until WS-Prior-Idx > WS-Prior-Count
           Perform Build-One-Type-Para
              Varying WS-Type-Idx From 1 By 1
              Until WS-Type-Idx > WS-Type-Count
           Move 'GRANTS TOTAL' To WS-Add-Metric
           Move WS-Read-Count To WS-Add-Value
           Perform Add-Metric-Para
           If WS-Prior-Base = 'Y'
              Move WS-Prior-Month To WS-Find-Month
              Move 'GRANTS TOTAL' To WS-Find-Metric
              Perform Find-Prior-Para
              Move 'NET GROWTH TOTAL' To WS-Add-Metric
              Compute WS-Add-Value = WS-Read-Count - WS-Find-Value
              Perform Add-Metric-Para
           End-If
           Move 'GRANTS WITH NO EXPIRY' To WS-Add-Metric
           Move WS-No-Exp-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 'PCT GRANTS WITH NO EXPIRY' To WS-Add-Metric
           Move 0 To WS-Add-Value
           If WS-Read-Count > 0
              Compute WS-Add-Value Rounded =
                 WS-No-Exp-Count * 100 / WS-Read-Count
           End-If
           Perform Add-Metric-Para
           Move 3 To WS-Add-Section
           Move 'REJECTS ENTERED SUSPENSE' To WS-Add-Metric
           Move WS-Reject-Entered To WS-Add-Value
           Perform Add-Metric-Para
           Move 'EXCEPTIONS ENTERED SUSPENSE' To WS-Add-Metric
           Move WS-Excp-Entered To WS-Add-Value
           Perform Add-Metric-Para
           Perform Merge-Prior-Reason-Para
              Varying WS-Prior-Idx From 1 By 1
              Until WS-Prior-Idx > WS-Prior-Count
           Perform Build-One-Reason-Para
              Varying WS-Reason-Idx From 1 By 1
              Until WS-Reason-Idx > WS-Reason-Count
           Move 4 To WS-Add-Section
           Move 'ITEMS RESOLVED FROM SUSPENSE' To WS-Add-Metric
           Move WS-Resolved-Count To WS-Add-Value
           Perform Add-Metric-Para
           Move 'AVERAGE DAYS IN SUSPENSE' To WS-Add-Metric
           Move 0 To WS-Add-Value
           If WS-Resolved-Count > 0
              Compute WS-Add-Value Rounded =
                 WS-Resolved-Days / WS-Resolved-Count
           End-If
           Perform Add-Metric-Para
           Move 'MAXIMUM DAYS IN SUSPENSE' To WS-Add-Metric
           Move WS-Max-Days To WS-Add-Value
           Perform Add-Metric-Para
           Move 'ITEMS IN SUSPENSE AT RUN' To WS-Add-Metric
           Move WS-Susp-Read-Count To WS-Add-Value
           Perform Add-Metric-Para.

       Merge-Prior-Type-Para.
           If PM-MONTH(WS-Prior-Idx) = WS-Prior-Month
              And PM-METRIC(WS-Prior-Idx)(1:12) = 'GRANTS TYPE '
              Move PM-METRIC(WS-Prior-Idx)(13:7) To WS-Find-Type
              Perform Find-Type-Para
           End-If.

       Build-One-Type-Para.
           Move Spaces To WS-Add-Metric
           Move 'GRANTS TYPE ' To WS-Add-Metric(1:12)
           Move TY-TYPE(WS-Type-Idx) To WS-Add-Metric(13:7)
           Move TY-COUNT(WS-Type-Idx) To WS-Add-Value
           Perform Add-Metric-Para
           If WS-Prior-Base = 'Y'
              Move WS-Prior-Month To WS-Find-Month
              Move WS-Add-Metric To WS-Find-Metric
              Perform Find-Prior-Para
              Move Spaces To WS-Add-Metric
              Move 'NET GROWTH TYPE ' To WS-Add-Metric(1:16)
              Move TY-TYPE(WS-Type-Idx) To WS-Add-Metric(17:7)
              Compute WS-Add-Value =
                 TY-COUNT(WS-Type-Idx) - WS-Find-Value
              Perform Add-Metric-Para
           End-If.

       Merge-Prior-Reason-Para.
           If PM-MONTH(WS-Prior-Idx) = WS-Prior-Month
              If PM-METRIC(WS-Prior-Idx)(1:10) = 'REJECT    '
                 Move 'R' To WS-Find-Source
                 Move PM-METRIC(WS-Prior-Idx)(11:40) To WS-Find-Reason
                 Perform Find-Reason-Para
              Else
                 If PM-METRIC(WS-Prior-Idx)(1:10) = 'EXCEPTION '
                    Move 'E' To WS-Find-Source
                    Move PM-METRIC(WS-Prior-Idx)(11:40)
                       To WS-Find-Reason
                    Perform Find-Reason-Para
                 End-If
              End-If
           End-If.

       Build-One-Reason-Para.
           Move Spaces To WS-Add-Metric
           If RT-SOURCE(WS-Reason-Idx) = 'E'
              Move 'EXCEPTION ' To WS-Add-Metric(1:10)
           Else
              Move 'REJECT    ' To WS-Add-Metric(1:10)
           End-If
           Move RT-REASON(WS-Reason-Idx) To WS-Add-Metric(11:40)
           Move RT-COUNT(WS-Reason-Idx) To WS-Add-Value
           Perform Add-Metric-Para.

       Add-Metric-Para.
           If WS-Metric-Count Less Than 1000
              Add 1 To WS-Metric-Count
              Move WS-Add-Section To MT-SECTION(WS-Metric-Count)
              Move WS-Add-Metric To MT-METRIC(WS-Metric-Count)
              Move WS-Add-Value To MT-VALUE(WS-Metric-Count)
           Else
              Move 'Y' To WS-Metric-Overflow
           End-If.

       Write-Metrics-Para.
           Move 0 To WS-Hold-Section
           Perform Write-One-Metric-Para
              Varying WS-Metric-Idx From 1 By 1
              Until WS-Metric-Idx > WS-Metric-Count.

       Write-One-Metric-Para.
           If MT-SECTION(WS-Metric-Idx) Not Equal WS-Hold-Section
              Move MT-SECTION(WS-Metric-Idx) To WS-Hold-Section
              Move Spaces To Metric-Report-Rec
              Write Metric-Report-Rec
              Move Spaces To Section-Heading-Line
              If WS-Hold-Section = 1
                 Move 'GRANT EVENTS' To SH-TITLE
              Else
                 If WS-Hold-Section = 2
                    Move 'GRANT BASE BY TYPE' To SH-TITLE
                 Else
                    If WS-Hold-Section = 3
                       Move 'REJECT AND EXCEPTION VOLUMES BY REASON'
                          To SH-TITLE
                    Else
                       Move 'SUSPENSE RESOLUTION' To SH-TITLE
                    End-If
                 End-If
              End-If
              Write Metric-Report-Rec From Section-Heading-Line
              Write Metric-Report-Rec From Metric-Column-Line
           End-If
           Move MT-METRIC(WS-Metric-Idx) To MD-METRIC
           Move MT-VALUE(WS-Metric-Idx) To MD-CURRENT
           Move MT-METRIC(WS-Metric-Idx) To WS-Find-Metric
           Move WS-Prior-Month To WS-Find-Month
           Perform Find-Prior-Para
           If WS-Find-Found = 'Y'
              Move WS-Find-Value To MD-PRIOR
              Compute WS-Change-Value =
                 MT-VALUE(WS-Metric-Idx) - WS-Find-Value
              Move WS-Change-Value To MD-PRIOR-CHG
           Else
              Move '           N/A' To MD-PRIOR-X
              Move '           N/A' To MD-PRIOR-CHG-X
           End-If
           Move WS-Last-Year-Month To WS-Find-Month
           Perform Find-Prior-Para
           If WS-Find-Found = 'Y'
              Move WS-Find-Value To MD-LAST-YEAR
              Compute WS-Change-Value =
                 MT-VALUE(WS-Metric-Idx) - WS-Find-Value
              Move WS-Change-Value To MD-LAST-YEAR-CHG
           Else
              Move '           N/A' To MD-LAST-YEAR-X
              Move '           N/A' To MD-LAST-YEAR-CHG-X
           End-If
           Write Metric-Report-Rec From Metric-Detail-Line
           Add 1 To WS-Report-Count
           Move Spaces To Metric-Hist-Out-Rec
           Move WS-Target-Month To MO-MONTH
           Move MT-SECTION(WS-Metric-Idx) To MO-SECTION
           Move MT-METRIC(WS-Metric-Idx) To MO-METRIC
           Move MT-VALUE(WS-Metric-Idx) To MO-VALUE
           Write Metric-Hist-Out-Rec
           Add 1 To WS-Hist-Write-Count.

       Write-Churn-Para.
           Move Spaces To Metric-Report-Rec
           Write Metric-Report-Rec
           Move Spaces To Section-Heading-Line
           Move 'TOP ADS-IDS BY CHURN' To SH-TITLE
           Write Metric-Report-Rec From Section-Heading-Line
           Write Metric-Report-Rec From Churn-Column-Line
           Perform Rank-One-Ads-Para
              Varying WS-Rank-Idx From 1 By 1
              Until WS-Rank-Idx > WS-Top-Max
           Move Spaces To Metric-Report-Rec
           Write Metric-Report-Rec
           Move Spaces To Section-Heading-Line
           Move 'TOP RACF-IDS BY CHURN' To SH-TITLE
           Write Metric-Report-Rec From Section-Heading-Line
           Write Metric-Report-Rec From Churn-Column-Line
           Perform Rank-One-Racf-Para
              Varying WS-Rank-Idx From 1 By 1
              Until WS-Rank-Idx > WS-Top-Max.

       Rank-One-Ads-Para.
           Move 0 To WS-Best-Hit
           Move 0 To WS-Best-Count
           Perform Best-One-Ads-Para
              Varying WS-Ads-Idx From 1 By 1
              Until WS-Ads-Idx > WS-Ads-Count
           If WS-Best-Hit > 0
              Move 'Y' To AC-RANKED(WS-Best-Hit)
              Move Spaces To Churn-Detail-Line
              Move WS-Rank-Idx To CD-RANK
              Move AC-ADS-ID(WS-Best-Hit) To CD-ID
              Move AC-CURRENT(WS-Best-Hit) To CD-CURRENT
              Move AC-PRIOR(WS-Best-Hit) To CD-PRIOR
              Move AC-LAST-YEAR(WS-Best-Hit) To CD-LAST-YEAR
              Write Metric-Report-Rec From Churn-Detail-Line
              Add 1 To WS-Report-Count
           End-If.

       Best-One-Ads-Para.
           If AC-RANKED(WS-Ads-Idx) = 'N'
              And AC-CURRENT(WS-Ads-Idx) > WS-Best-Count
              Move WS-Ads-Idx To WS-Best-Hit
              Move AC-CURRENT(WS-Ads-Idx) To WS-Best-Count
           End-If.

       Rank-One-Racf-Para.
           Move 0 To WS-Best-Hit
           Move 0 To WS-Best-Count
           Perform Best-One-Racf-Para
              Varying WS-Racf-Idx From 1 By 1
              Until WS-Racf-Idx > WS-Racf-Count
           If WS-Best-Hit > 0
              Move 'Y' To UC-RANKED(WS-Best-Hit)
              Move Spaces To Churn-Detail-Line
              Move WS-Rank-Idx To CD-RANK
              Move UC-RACF-ID(WS-Best-Hit) To CD-ID
              Move UC-CURRENT(WS-Best-Hit) To CD-CURRENT
              Move UC-PRIOR(WS-Best-Hit) To CD-PRIOR
              Move UC-LAST-YEAR(WS-Best-Hit) To CD-LAST-YEAR
              Write Metric-Report-Rec From Churn-Detail-Line
              Add 1 To WS-Report-Count
           End-If.

       Best-One-Racf-Para.
           If UC-RANKED(WS-Racf-Idx) = 'N'
              And UC-CURRENT(WS-Racf-Idx) > WS-Best-Count
              Move WS-Racf-Idx To WS-Best-Hit
              Move UC-CURRENT(WS-Racf-Idx) To WS-Best-Count
           End-If.

       Verify-Master-Para.
           Perform Load-Cycle-Para
           Open Input New-Grant
           Perform Read-Verify-Para
           If EOF-Cycle-Recs = 'Y'
              Move 'CYCLE CONTROL RECORD MISSING' To WS-Cycle-Error
           Else
              If EOF-Verify-Recs = 'Y'
                 Or GC-KEY Not Equal Low-Values
                 Or GC-ACTION Not Equal 'H'
                 Move 'MASTER CYCLE HEADER MISSING' To WS-Cycle-Error
              Else
                 If GC-CYCLE-NO Not Equal WS-Cycle-No
                    Or GC-BUS-DATE Not Equal WS-Cycle-Date
                    Move 'MASTER IS NOT THE CURRENT CYCLE'
                       To WS-Cycle-Error
                 End-If
              End-If
           End-If
           If WS-Cycle-Error Equal Spaces
              Perform Read-Verify-Para
              Perform Verify-One-Para
                 Until EOF-Verify-Recs = 'Y'
                    Or GC-KEY Equal High-Values
              Perform Check-Trailer-Para
           End-If
           Close New-Grant
           If WS-Cycle-Error Not Equal Spaces
              Perform Cycle-Error-Para
           End-If.

       Load-Cycle-Para.
           Open Input Cycle-Control
           Read Cycle-Control At End Move 'Y' To EOF-Cycle-Recs
           End-Read
           If EOF-Cycle-Recs Not Equal 'Y'
              Move CY-CYCLE-NO To WS-Cycle-No
              Move CY-BUS-DATE To WS-Cycle-Date
              Move CY-REC-COUNT To WS-Cycle-Count
              Move CY-HASH-TOTAL To WS-Cycle-Hash
           End-If
           Close Cycle-Control.

       Read-Verify-Para.
           Read New-Grant At End Move 'Y' To EOF-Verify-Recs
           End-Read.

       Verify-One-Para.
           Add 1 To WS-Ctl-Count
           If G-EFF-DATE Is Numeric
              Move G-EFF-DATE To WS-Hash-Date
              Add WS-Hash-Date To WS-Ctl-Hash
           End-If
           If G-EXP-DATE Is Numeric
              Move G-EXP-DATE To WS-Hash-Date
              Add WS-Hash-Date To WS-Ctl-Hash
           End-If
           Perform Read-Verify-Para.

       Check-Trailer-Para.
           If EOF-Verify-Recs = 'Y'
              Or GC-ACTION Not Equal 'T'
              Move 'MASTER CYCLE TRAILER MISSING' To WS-Cycle-Error
           Else
              If GC-CYCLE-NO Not Equal WS-Cycle-No
                 Move 'MASTER TRAILER IS NOT THE CURRENT CYCLE'
                    To WS-Cycle-Error
              Else
                 If GC-REC-COUNT Not Equal WS-Ctl-Count
                    Or GC-REC-COUNT Not Equal WS-Cycle-Count
                    Or GC-HASH-TOTAL Not Equal WS-Ctl-Hash
                    Or GC-HASH-TOTAL Not Equal WS-Cycle-Hash
                    Move 'MASTER COUNTS DO NOT MATCH CYCLE CONTROL'
                       To WS-Cycle-Error
                 End-If
              End-If
           End-If.

       Cycle-Error-Para.
           Display 'NUMETRIC CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close Metric-Hist-Out Metric-Report.

       Report-Para.
           Display 'NUMETRIC CONTROL TOTALS'
           Display 'METRICS MONTH  . . . . ' WS-Target-Month
           Display 'PRIOR MONTH  . . . . . ' WS-Prior-Month
           Display 'SAME MONTH LAST YEAR . ' WS-Last-Year-Month
           Display 'HISTORY RECORDS READ . ' WS-Hist-Read-Count
           Display 'EVENTS IN MONTH  . . . ' WS-Event-Count
           Display 'COMPARISON EVENTS  . . ' WS-Compare-Event-Count
           Display 'SUSPENSE RECORDS READ  ' WS-Susp-Read-Count
           Display 'RESOLUTIONS READ . . . ' WS-Resolve-Read-Count
           Display 'GRANT RECORDS READ . . ' WS-Read-Count
           Display 'METRIC ROWS KEPT . . . ' WS-Hist-Kept-Count
           Display 'METRIC ROWS REPLACED . ' WS-Hist-Replaced-Count
           Display 'METRIC ROWS WRITTEN  . ' WS-Hist-Write-Count
           Display 'REPORT LINES WRITTEN . ' WS-Report-Count
           If WS-Prior-Base Not Equal 'Y'
              Display 'NO PRIOR MONTH METRICS - NET GROWTH NOT SHOWN'
           End-If
           If WS-Prior-Overflow = 'Y'
              Display 'PRIOR METRIC TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Metric-Overflow = 'Y'
              Display 'METRIC TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Type-Overflow = 'Y'
              Display 'TYPE TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Reason-Overflow = 'Y'
              Display 'REASON TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Ads-Overflow = 'Y'
              Display 'ADS CHURN TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Racf-Overflow = 'Y'
              Display 'RACF CHURN TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Prior-Overflow = 'Y' Or WS-Metric-Overflow = 'Y'
              Or WS-Type-Overflow = 'Y' Or WS-Reason-Overflow = 'Y'
              Or WS-Ads-Overflow = 'Y' Or WS-Racf-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Event-Count = 0 Or WS-Prior-Base Not Equal 'Y'
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUMETRIC' To RS-PROGRAM
           Move WS-Current-Date To RS-RUN-DATE
           Move WS-Hist-Read-Count To RS-IN-PRIME
           Move WS-Read-Count To RS-IN-SECOND
           Move WS-Report-Count To RS-OUT-PRIME
           Move WS-Hist-Write-Count To RS-OUT-SECOND
           Move 0 To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
