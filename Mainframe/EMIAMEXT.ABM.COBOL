       Identification Division.
       Program-Id. NUIAMEXT.

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
           Select Optional Hwm-In Assign To HWMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Hwm-Out Assign To HWMOUT
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Parm-File Assign To PARMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Delta-Out Assign To IAMDELTA
           Organization Is Line Sequential
           Access is Sequential.
           Select Snapshot-Out Assign To IAMSNAP
           Organization Is Line Sequential
           Access is Sequential.
           Select Control-Report Assign To IAMRPT
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.
           Select Sort-Work-File Assign To SORTWK01.

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

       FD Hwm-In
           Label Records Are Standard.
        01 Hwm-In-Rec.
          02 HI-HIGH-TS        PIC X(14).
          02 FILLER            PIC X.
          02 HI-LOW-TS         PIC X(14).
          02 FILLER            PIC X.
          02 HI-RUN-DATE       PIC X(8).
          02 FILLER            PIC X.
          02 HI-EVENT-COUNT    PIC 9(09).

       FD Hwm-Out
           Label Records Are Standard.
        01 Hwm-Out-Rec.
          02 HO-HIGH-TS        PIC X(14).
          02 FILLER            PIC X value space.
          02 HO-LOW-TS         PIC X(14).
          02 FILLER            PIC X value space.
          02 HO-RUN-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 HO-EVENT-COUNT    PIC 9(09).

       FD Parm-File
           Label Records Are Standard.
        01 Parm-Rec.
          02 P-RUN-OPTION      PIC X(8).

       FD Delta-Out
           Label Records Are Standard.
        01 Delta-Out-Rec       PIC X(200).

       FD Snapshot-Out
           Label Records Are Standard.
        01 Snapshot-Out-Rec    PIC X(200).

       FD Control-Report
           Label Records Are Standard.
        01 Control-Report-Rec  PIC X(132).

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

       SD Sort-Work-File.
        01 Sort-Work-Rec.
          02 SX-TIMESTAMP      PIC X(14).
          02 SX-ADS-ID         PIC X(64).
          02 SX-SEQ            PIC 9(04).
          02 SX-EVENT          PIC X(7).
          02 SX-RACF-ID        PIC X(8).
          02 SX-TYPE           PIC X(7).
          02 SX-EFF-DATE       PIC X(8).
          02 SX-EXP-DATE       PIC X(8).
          02 SX-ACCESS         PIC X(8).

       WORKING-STORAGE Section.
       01 Control-Heading-Line.
          02 FILLER            PIC X(40)
             value 'IAM GOVERNANCE EXTRACT CONTROL REPORT  '.
          02 FILLER            PIC X(4) value 'RUN '.
          02 CH-RUN-TS         PIC X(14).
       01 Control-Detail-Line.
          02 CL-LABEL          PIC X(24).
          02 CL-VALUE          PIC X(20).
       77 WS-Delta-Line        PIC X(200) value spaces.
       77 WS-Low-TS            PIC X(14) value '00000000000000'.
       77 WS-High-TS           PIC X(14) value spaces.
       77 WS-Select-High-TS    PIC X(14) value spaces.
       77 WS-Prior-Low-TS      PIC X(14) value '00000000000000'.
       77 WS-Prior-Count       PIC 9(09) value 0.
       77 WS-Run-Timestamp     PIC X(14) value spaces.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 WS-Current-Time      PIC X(6) value spaces.
       77 WS-Repeat-Mode       PIC X value 'N'.
       77 WS-Snapshot-Mode     PIC X value 'N'.
       77 WS-Hwm-Found         PIC X value 'N'.
       77 WS-Run-Mode          PIC X(20) value 'INCREMENTAL'.
       77 WS-Extract-Error     PIC X(40) value spaces.
       77 WS-Edit-Count        PIC 9(09) value 0.
       77 WS-Edit-Seq          PIC 9(04) value 0.
       77 EOF-Parm-Recs        PIC X value 'N'.
       77 EOF-Hwm-Recs         PIC X value 'N'.
       77 EOF-History-Recs     PIC X value 'N'.
       77 EOF-Sorted-Recs      PIC X value 'N'.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 WS-Hist-Read-Count   PIC 9(09) value 0.
       77 WS-Window-Count      PIC 9(09) value 0.
       77 WS-Added-Count       PIC 9(09) value 0.
       77 WS-Changed-Count     PIC 9(09) value 0.
       77 WS-Removed-Count     PIC 9(09) value 0.
       77 WS-Skipped-Count     PIC 9(09) value 0.
       77 WS-Delta-Count       PIC 9(09) value 0.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Snapshot-Count    PIC 9(09) value 0.
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
           Sort Sort-Work-File
              Ascending Key SX-TIMESTAMP SX-ADS-ID SX-SEQ
              Input Procedure Is Scan-History-Para
              Output Procedure Is Write-Delta-Para
           If WS-Snapshot-Mode = 'Y'
              Perform Write-Snapshot-Para
           End-If
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Accept WS-Current-Time From Time
           Move WS-Current-Date To WS-Run-Timestamp(1:8)
           Move WS-Current-Time To WS-Run-Timestamp(9:6)
           Move WS-Run-Timestamp To WS-Select-High-TS
           Perform Load-Parm-Para
           Perform Load-Hwm-Para
           If WS-Repeat-Mode = 'Y'
              If WS-Hwm-Found = 'Y'
                 Move HI-LOW-TS To WS-Low-TS
                 Move HI-HIGH-TS To WS-Select-High-TS
                 Move HI-HIGH-TS To WS-High-TS
                 Move 'REPEAT LAST WINDOW' To WS-Run-Mode
              Else
                 Move 'NO PRIOR WINDOW TO REPEAT' To WS-Extract-Error
              End-If
           Else
              If WS-Hwm-Found = 'Y'
                 Move HI-HIGH-TS To WS-Low-TS
              End-If
              Move WS-Low-TS To WS-High-TS
           End-If
           If WS-Extract-Error Equal Spaces
              And WS-Low-TS Not Less Than WS-Select-High-TS
              Move 'HIGH-WATER MARK IS AHEAD OF RUN TIME'
                 To WS-Extract-Error
           End-If
           If WS-Extract-Error Not Equal Spaces
              Perform Extract-Error-Para
           End-If
           If WS-Snapshot-Mode = 'Y'
              Perform Verify-Master-Para
           End-If
           Open  Input History-File
                 Output Delta-Out
                 Output Control-Report
           If WS-Snapshot-Mode = 'Y'
              Open Output Snapshot-Out
           End-If.

       Load-Parm-Para.
           Open Input Parm-File
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read
           Perform Read-Parm-Para
              Until EOF-Parm-Recs = 'Y'
           Close Parm-File.

       Read-Parm-Para.
           If P-RUN-OPTION = 'SNAPSHOT'
              Move 'Y' To WS-Snapshot-Mode
           End-If
           If P-RUN-OPTION = 'REPEAT'
              Move 'Y' To WS-Repeat-Mode
           End-If
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read.

       Load-Hwm-Para.
           Open Input Hwm-In
           Read Hwm-In At End Move 'Y' To EOF-Hwm-Recs
           End-Read
           If EOF-Hwm-Recs Not Equal 'Y'
              If HI-HIGH-TS Is Numeric
                 And HI-LOW-TS Is Numeric
                 Move 'Y' To WS-Hwm-Found
                 Move HI-LOW-TS To WS-Prior-Low-TS
                 Move HI-EVENT-COUNT To WS-Prior-Count
              Else
                 Move 'HIGH-WATER MARK RECORD INVALID'
                    To WS-Extract-Error
              End-If
           End-If
           Close Hwm-In.

       Extract-Error-Para.
           Display 'NUIAMEXT EXTRACT NOT RUN'
           Display 'REASON . . . . . . . . ' WS-Extract-Error
           Display 'RUN TIMESTAMP  . . . . ' WS-Run-Timestamp
           Move 8 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       Scan-History-Para.
           Perform Read-History-Para
           Perform Scan-One-History-Para
              Until EOF-History-Recs = 'Y'.

       Read-History-Para.
           Read History-File At End Move 'Y' To EOF-History-Recs
           End-Read
           If EOF-History-Recs Not Equal 'Y'
              Add 1 To WS-Hist-Read-Count
           End-If.

       Scan-One-History-Para.
           If H-TIMESTAMP Greater Than WS-Low-TS
              And H-TIMESTAMP Not Greater Than WS-Select-High-TS
              Add 1 To WS-Window-Count
              Move Spaces To Sort-Work-Rec
              Move H-TIMESTAMP To SX-TIMESTAMP
              Move H-ADS-ID To SX-ADS-ID
              Move H-SEQ To SX-SEQ
              Move H-TYPE To SX-TYPE
              Move H-EFF-DATE To SX-EFF-DATE
              Move H-EXP-DATE To SX-EXP-DATE
              If H-ACTION = 'D'
                 Move 'REMOVED' To SX-EVENT
                 Move H-OLD-RACF-ID To SX-RACF-ID
                 Move H-OLD-ACCESS To SX-ACCESS
              Else
                 If H-ACTION = 'A'
                    Move 'ADDED' To SX-EVENT
                 Else
                    Move 'CHANGED' To SX-EVENT
                 End-If
                 Move H-NEW-RACF-ID To SX-RACF-ID
                 Move H-NEW-ACCESS To SX-ACCESS
              End-If
              If H-ACTION = 'A' Or H-ACTION = 'C' Or H-ACTION = 'D'
                 Release Sort-Work-Rec
                 If H-TIMESTAMP Greater Than WS-High-TS
                    Move H-TIMESTAMP To WS-High-TS
                 End-If
              Else
                 Add 1 To WS-Skipped-Count
              End-If
           End-If
           Perform Read-History-Para.

       Write-Delta-Para.
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return
           Perform Write-One-Delta-Para
              Until EOF-Sorted-Recs = 'Y'
           Move Spaces To WS-Delta-Line
           Move WS-Delta-Count To WS-Edit-Count
           String 'TRAILER|DELTA|' Delimited By Size
                  WS-Low-TS Delimited By Size
                  '|' Delimited By Size
                  WS-High-TS Delimited By Size
                  '|' Delimited By Size
                  WS-Edit-Count Delimited By Size
              Into WS-Delta-Line
           Write Delta-Out-Rec From WS-Delta-Line.

       Write-One-Delta-Para.
           If SX-EVENT = 'ADDED'
              Add 1 To WS-Added-Count
           Else
              If SX-EVENT = 'REMOVED'
                 Add 1 To WS-Removed-Count
              Else
                 Add 1 To WS-Changed-Count
              End-If
           End-If
           Move SX-SEQ To WS-Edit-Seq
           Move Spaces To WS-Delta-Line
           String 'EVENT|' Delimited By Size
                  SX-EVENT Delimited By Space
                  '|' Delimited By Size
                  SX-ADS-ID Delimited By Space
                  '|' Delimited By Size
                  SX-RACF-ID Delimited By Space
                  '|' Delimited By Size
                  SX-TYPE Delimited By Space
                  '|' Delimited By Size
                  SX-EFF-DATE Delimited By Space
                  '|' Delimited By Size
                  SX-EXP-DATE Delimited By Space
                  '|' Delimited By Size
                  SX-ACCESS Delimited By Space
                  '|' Delimited By Size
                  SX-TIMESTAMP Delimited By Size
                  '|' Delimited By Size
                  WS-Edit-Seq Delimited By Size
              Into WS-Delta-Line
           Write Delta-Out-Rec From WS-Delta-Line
           Add 1 To WS-Delta-Count
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return.

       Write-Snapshot-Para.
           Open Input New-Grant
           Perform Read-Master-Para
           Perform Write-One-Snapshot-Para
              Until EOF-Master-Recs = 'Y'
           Close New-Grant
           Move Spaces To WS-Delta-Line
           Move WS-Snapshot-Count To WS-Edit-Count
           String 'TRAILER|SNAPSHOT|' Delimited By Size
                  WS-Cycle-No Delimited By Size
                  '|' Delimited By Size
                  WS-Cycle-Date Delimited By Size
                  '|' Delimited By Size
                  WS-Run-Timestamp Delimited By Size
                  '|' Delimited By Size
                  WS-Edit-Count Delimited By Size
              Into WS-Delta-Line
           Write Snapshot-Out-Rec From WS-Delta-Line.

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

       Write-One-Snapshot-Para.
           Move Spaces To WS-Delta-Line
           If G-ACCESS Equal Spaces
              Move 'READ' To G-ACCESS
           End-If
           String 'GRANT|' Delimited By Size
                  G-ADS-ID Delimited By Space
                  '|' Delimited By Size
                  G-RACF-ID Delimited By Space
                  '|' Delimited By Size
                  G-TYPE Delimited By Space
                  '|' Delimited By Size
                  G-EFF-DATE Delimited By Space
                  '|' Delimited By Size
                  G-EXP-DATE Delimited By Space
                  '|' Delimited By Size
                  G-ACCESS Delimited By Space
              Into WS-Delta-Line
           Write Snapshot-Out-Rec From WS-Delta-Line
           Add 1 To WS-Snapshot-Count
           Perform Read-Master-Para.

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
           Display 'NUIAMEXT CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close History-File Delta-Out
           If WS-Snapshot-Mode = 'Y'
              Close Snapshot-Out
           End-If
           Perform Write-Control-Para
           Close Control-Report
           Open Output Hwm-Out
           Move Spaces To Hwm-Out-Rec
           Move WS-High-TS To HO-HIGH-TS
           Move WS-Current-Date To HO-RUN-DATE
           If WS-Delta-Count = 0
              And WS-Repeat-Mode Not Equal 'Y'
              And WS-Hwm-Found = 'Y'
              Move WS-Prior-Low-TS To HO-LOW-TS
              Move WS-Prior-Count To HO-EVENT-COUNT
           Else
              Move WS-Low-TS To HO-LOW-TS
              Move WS-Delta-Count To HO-EVENT-COUNT
           End-If
           Write Hwm-Out-Rec
           Close Hwm-Out.

       Write-Control-Para.
           Move WS-Run-Timestamp To CH-RUN-TS
           Write Control-Report-Rec From Control-Heading-Line
           Move 'RUN MODE . . . . . . . ' To CL-LABEL
           Move WS-Run-Mode To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'WINDOW FROM (AFTER) . ' To CL-LABEL
           Move WS-Low-TS To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'WINDOW TO (UP TO) . . ' To CL-LABEL
           Move WS-High-TS To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'HISTORY RECORDS READ . ' To CL-LABEL
           Move WS-Hist-Read-Count To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'EVENTS IN WINDOW . . . ' To CL-LABEL
           Move WS-Window-Count To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'GRANTS ADDED . . . . . ' To CL-LABEL
           Move WS-Added-Count To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'GRANTS CHANGED . . . . ' To CL-LABEL
           Move WS-Changed-Count To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'GRANTS REMOVED . . . . ' To CL-LABEL
           Move WS-Removed-Count To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'EVENTS SKIPPED . . . . ' To CL-LABEL
           Move WS-Skipped-Count To CL-VALUE
           Perform Write-Control-Line-Para
           Move 'DELTA RECORDS WRITTEN  ' To CL-LABEL
           Move WS-Delta-Count To CL-VALUE
           Perform Write-Control-Line-Para
           If WS-Snapshot-Mode = 'Y'
              Move 'SNAPSHOT CYCLE . . . . ' To CL-LABEL
              Move WS-Cycle-No To CL-VALUE
              Perform Write-Control-Line-Para
              Move 'SNAPSHOT BUSINESS DATE ' To CL-LABEL
              Move WS-Cycle-Date To CL-VALUE
              Perform Write-Control-Line-Para
              Move 'SNAPSHOT RECORDS . . . ' To CL-LABEL
              Move WS-Snapshot-Count To CL-VALUE
              Perform Write-Control-Line-Para
           End-If
           Move 'HIGH-WATER MARK OUT  . ' To CL-LABEL
           Move WS-High-TS To CL-VALUE
           Perform Write-Control-Line-Para.

       Write-Control-Line-Para.
           Write Control-Report-Rec From Control-Detail-Line
           Move Spaces To Control-Detail-Line.

       Report-Para.
           Display 'NUIAMEXT CONTROL TOTALS'
           Display 'RUN MODE . . . . . . . ' WS-Run-Mode
           Display 'WINDOW FROM (AFTER) .  ' WS-Low-TS
           Display 'WINDOW TO (UP TO) . .  ' WS-High-TS
           Display 'HISTORY RECORDS READ . ' WS-Hist-Read-Count
           Display 'EVENTS IN WINDOW . . . ' WS-Window-Count
           Display 'GRANTS ADDED . . . . . ' WS-Added-Count
           Display 'GRANTS CHANGED . . . . ' WS-Changed-Count
           Display 'GRANTS REMOVED . . . . ' WS-Removed-Count
           Display 'EVENTS SKIPPED . . . . ' WS-Skipped-Count
           Display 'DELTA RECORDS WRITTEN  ' WS-Delta-Count
           If WS-Snapshot-Mode = 'Y'
              Display 'SNAPSHOT CYCLE . . . . ' WS-Cycle-No
              Display 'SNAPSHOT RECORDS . . . ' WS-Snapshot-Count
           End-If.

       Set-Return-Code-Para.
           If WS-Skipped-Count > 0
              Move 4 To Return-Code
           Else If WS-Delta-Count = 0 And WS-Snapshot-Count = 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUIAMEXT' To RS-PROGRAM
           Move WS-Current-Date To RS-RUN-DATE
           Move WS-Hist-Read-Count To RS-IN-PRIME
           Move WS-Read-Count To RS-IN-SECOND
           Move WS-Delta-Count To RS-OUT-PRIME
           Move WS-Snapshot-Count To RS-OUT-SECOND
           Move WS-Skipped-Count To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
