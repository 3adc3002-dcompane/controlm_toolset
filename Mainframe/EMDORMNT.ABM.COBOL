       Environment Division.
       Input-Output Section.
       File-Control.
           Select Eff-Access-File Assign To EFFACC
           Organization Is Line Sequential
           Access is Sequential.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Activity-File Assign To ACTVFILE
           Organization Is Line Sequential
           Access is Sequential.

       DATA DIVISION.
       File Section.
       FD Eff-Access-File
           Label Records Are Standard.
        01 Eff-Access-Rec.
          02 EA-RACF-ID        PIC X(8).
          02 FILLER            PIC X.
          02 EA-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 EA-SOURCE         PIC X(6).
          02 FILLER            PIC X.
          02 EA-VIA-GROUP      PIC X(8).
          02 FILLER            PIC X.
          02 EA-TYPE           PIC X(7).
          02 FILLER            PIC X.
          02 EA-EFF-DATE       PIC X(8).
          02 FILLER            PIC X.
          02 EA-EXP-DATE       PIC X(8).
          02 FILLER            PIC X.
          02 EA-ACCESS         PIC X(8).
        01 Eff-Control-Rec.
          02 EC-RECORD-ID      PIC X(8).
          02 FILLER            PIC X.
          02 EC-CYCLE-NO       PIC 9(07).
          02 FILLER            PIC X.
          02 EC-BUS-DATE       PIC X(8).
          02 FILLER            PIC X.
          02 EC-REC-COUNT      PIC 9(09).

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

       FD Activity-File
           Label Records Are Standard.

       FD Dormant-Report
           Label Records Are Standard.
        01 Dormant-Report-Rec  PIC X(160).

       FD Dormant-Trans
           Label Records Are Standard.
          02 RD-DAYS           PIC ZZZZ9.
          02 FILLER            PIC X(10)
             value ' DAYS IDLE'.
          02 FILLER            PIC X(2) value spaces.
          02 RD-SOURCE         PIC X(14).
       77 WS-Actv-Idx          PIC 9(05) value 0 Comp.
       77 WS-Actv-Count        PIC 9(05) value 0 Comp.
       77 WS-Actv-Overflow     PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Grant-Check-Count PIC 9(09) value 0.
       77 WS-Dormant-Count     PIC 9(09) value 0.
       77 WS-Group-Dorm-Count  PIC 9(09) value 0.
       77 WS-Trans-Count       PIC 9(09) value 0.
       77 WS-Cycle-No          PIC 9(07) value 0.
       77 WS-Cycle-Date        PIC X(8) value spaces.
       77 WS-Cycle-Error       PIC X(40) value spaces.
       77 WS-Ctl-Count         PIC 9(09) value 0.
       77 EOF-Cycle-Recs       PIC X value 'N'.
       77 EOF-Verify-Recs      PIC X value 'N'.

       PROCEDURE DIVISION.
       Main-Para.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Verify-Eff-Para
           Compute WS-Today-Int =
              Function Integer-Of-Date(Function Numval(WS-Current-Date))
           Perform Load-Parm-Para
           Compute WS-Cutoff-Int = WS-Today-Int - WS-Dorm-Days
           Open  Input Eff-Access-File
                 Output Dormant-Report
                 Output Dormant-Trans
           Perform Load-Activity-Para
           End-Read.

       Read-Master-Para.
           Read Eff-Access-File At End Move 'Y' To EOF-Master-Recs
           End-Read
           If EOF-Master-Recs Not Equal 'Y'
              And EC-RECORD-ID Equal '*HEADER*'
              Read Eff-Access-File At End Move 'Y' To EOF-Master-Recs
              End-Read
           End-If
           If EOF-Master-Recs Not Equal 'Y'
              And EC-RECORD-ID Equal '*TRAILER'
              Move 'Y' To EOF-Master-Recs
           End-If
           If EOF-Master-Recs Not Equal 'Y'
              Add 1 To WS-Read-Count
           End-If.

       Process-Para.
           If EA-RACF-ID Not Equal Spaces
              Perform Check-One-Grant-Para
              If WS-Grant-Dormant = 'Y'
                 And WS-Write-Trans = 'Y'
                 And EA-SOURCE = 'DIRECT'
                 Perform Write-Delete-Trans-Para
              End-If
           End-If

       Check-One-Grant-Para.
           Move 'N' To WS-Grant-Dormant
           If EA-EXP-DATE Not Equal Spaces
              And EA-EXP-DATE Less Than WS-Current-Date
              Continue
           Else
              Add 1 To WS-Grant-Check-Count
              Until WS-Actv-Idx > WS-Actv-Count.

       Check-One-Activity-Para.
           If AT-ADS-ID(WS-Actv-Idx) = EA-ADS-ID
              And AT-RACF-ID(WS-Actv-Idx) = EA-RACF-ID
              And AT-LAST-DATE(WS-Actv-Idx)
                 Greater Than WS-Best-Last-Date
              Move AT-LAST-DATE(WS-Actv-Idx) To WS-Best-Last-Date
       Judge-Dormancy-Para.
           If WS-Best-Last-Date Equal Spaces
              Or WS-Best-Last-Date Is Not Numeric
              If EA-EFF-DATE Is Numeric
                 Compute WS-Days-Idle = WS-Today-Int -
                    Function Integer-Of-Date
                       (Function Numval(EA-EFF-DATE))
                 If WS-Days-Idle Greater Than WS-Dorm-Days
                    Move 'Y' To WS-Grant-Dormant
                    Move 'NO ACTIVITY' To RD-LAST-DATE

       Write-Dormant-Line-Para.
           Move 'DORMANT' To RD-TAG
           Move EA-ADS-ID To RD-ADS-ID
           Move EA-TYPE To RD-TYPE
           Move EA-RACF-ID To RD-RACF-ID
           Move Spaces To RD-SOURCE
           If EA-SOURCE = 'GROUP'
              String 'VIA ' Delimited By Size
                     EA-VIA-GROUP Delimited By Space
                 Into RD-SOURCE
              Add 1 To WS-Group-Dorm-Count
           Else
              Move 'DIRECT' To RD-SOURCE
           End-If
           If WS-Days-Idle Less Than 0
              Move 0 To WS-Days-Idle
           End-If
       Write-Delete-Trans-Para.
           Move Spaces To Dormant-Trans-Rec
           Move 'D' To DT-ACTION
           Move EA-ADS-ID To DT-ADS-ID
           Move EA-RACF-ID To DT-RACF-ID
           Move 0 To DT-GRP-COUNT
           Write Dormant-Trans-Rec
           Add 1 To WS-Trans-Count.

       Verify-Eff-Para.
           Perform Load-Cycle-Para
           Open Input Eff-Access-File
           Perform Read-Verify-Para
           If EOF-Cycle-Recs = 'Y'
              Move 'CYCLE CONTROL RECORD MISSING' To WS-Cycle-Error
           Else
              If EOF-Verify-Recs = 'Y'
                 Or EC-RECORD-ID Not Equal '*HEADER*'
                 Move 'EFFACC CYCLE HEADER MISSING' To WS-Cycle-Error
              Else
                 If EC-CYCLE-NO Not Equal WS-Cycle-No
                    Or EC-BUS-DATE Not Equal WS-Cycle-Date
                    Move 'EFFACC IS NOT THE CURRENT CYCLE'
                       To WS-Cycle-Error
                 End-If
              End-If
           End-If
           If WS-Cycle-Error Equal Spaces
              Perform Read-Verify-Para
              Perform Verify-One-Para
                 Until EOF-Verify-Recs = 'Y'
                    Or EC-RECORD-ID Equal '*TRAILER'
              If EOF-Verify-Recs = 'Y'
                 Move 'EFFACC CYCLE TRAILER MISSING' To WS-Cycle-Error
              Else
                 If EC-CYCLE-NO Not Equal WS-Cycle-No
                    Or EC-REC-COUNT Not Equal WS-Ctl-Count
                    Move 'EFFACC COUNTS DO NOT MATCH TRAILER'
                       To WS-Cycle-Error
                 End-If
              End-If
           End-If
           Close Eff-Access-File
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
           End-If
           Close Cycle-Control.

       Read-Verify-Para.
           Read Eff-Access-File At End Move 'Y' To EOF-Verify-Recs
           End-Read.

       Verify-One-Para.
           Add 1 To WS-Ctl-Count
           Perform Read-Verify-Para.

       Cycle-Error-Para.
           Display 'NUDORMNT CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'EFFACC RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Stop Run.

       End-Para.
           Close Eff-Access-File Dormant-Report Dormant-Trans.

       Report-Para.
           Display 'NUDORMNT CONTROL TOTALS'
              Display 'RUN MODE . . . . . . . REPORT ONLY'
           End-If
           Display 'ACTIVITY RECORDS . . . ' WS-Actv-Count
           Display 'EFFECTIVE RECORDS READ ' WS-Read-Count
           Display 'GRANTS CHECKED . . . . ' WS-Grant-Check-Count
           Display 'DORMANT GRANTS FOUND . ' WS-Dormant-Count
           Display 'DORMANT VIA GROUP  . . ' WS-Group-Dorm-Count
           Display 'DELETE TRANSACTIONS  . ' WS-Trans-Count
           If WS-Actv-Overflow = 'Y'
              Display 'ACTIVITY TABLE FULL - INCREASE TABLE SIZE'
