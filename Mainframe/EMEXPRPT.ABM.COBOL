           Organization Is Indexed
           Access Is Sequential
           Record Key Is G-KEY.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Expiry-Report Assign To EXPRPT
           Organization Is Line Sequential
           Access is Sequential.
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

       FD Expiry-Report
           Label Records Are Standard.
       77 WS-Count-30          PIC 9(09) value 0.
       77 WS-Count-60          PIC 9(09) value 0.
       77 WS-Count-90          PIC 9(09) value 0.
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

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Verify-Master-Para
           Compute WS-Today-Int =
              Function Integer-Of-Date(Function Numval(WS-Current-Date))
           Open  Input New-Grant
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
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return.

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
           Display 'NUEXPRPT CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close New-Grant Expiry-Report.

