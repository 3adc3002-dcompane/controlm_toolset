       Identification Division.
       Program-Id. NUEMRGRP.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select History-File Assign To HISTFILE
           Organization Is Indexed
           Access Is Sequential
           Record Key Is H-KEY.
           Select Owner-File Assign To OWNRFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Confirm-File Assign To EMRGCONF
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Parm-File Assign To PARMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Emergency-Report Assign To EMRGRPT
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

       FD Owner-File
           Label Records Are Standard.
        01 Owner-Rec.
          02 OW-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 OW-OWNER-ID       PIC X(8).

       FD Confirm-File
           Label Records Are Standard.
        01 Confirm-Rec.
          02 EC-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 EC-RACF-ID        PIC X(8).
          02 FILLER            PIC X.
          02 EC-TIMESTAMP      PIC X(14).
          02 FILLER            PIC X.
          02 EC-OWNER-ID       PIC X(8).
          02 FILLER            PIC X.
          02 EC-CONFIRM-DATE   PIC X(8).

       FD Parm-File
           Label Records Are Standard.
        01 Parm-Rec.
          02 P-ESC-DAYS-X      PIC X(03).
          02 P-ESC-DAYS Redefines P-ESC-DAYS-X
                               PIC 9(03).

       FD Emergency-Report
           Label Records Are Standard.
        01 Emergency-Report-Rec PIC X(180).

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
          02 SE-OWNER-ID       PIC X(8).
          02 SE-ADS-ID         PIC X(64).
          02 SE-TIMESTAMP      PIC X(14).
          02 SE-RACF-ID        PIC X(8).
          02 SE-ACCESS         PIC X(8).
          02 SE-EMERG-EXP-TS   PIC X(12).
          02 SE-TICKET         PIC X(12).
          02 SE-REQUESTER      PIC X(8).
          02 SE-STATUS         PIC X(9).
          02 SE-DAYS           PIC 9(05).

       WORKING-STORAGE Section.
       01 Owner-Table.
          02 OT-ENTRY OCCURS 2000 Times.
             03 OT-ADS-ID        PIC X(64).
             03 OT-OWNER-ID      PIC X(8).
       01 Confirm-Table.
          02 CT-ENTRY OCCURS 5000 Times.
             03 CT-ADS-ID        PIC X(64).
             03 CT-RACF-ID       PIC X(8).
             03 CT-TIMESTAMP     PIC X(14).
       01 Owner-Heading-Line.
          02 FILLER            PIC X(34)
             value 'EMERGENCY ACCESS REVIEW FOR OWNER '.
          02 EO-OWNER-ID       PIC X(8).
          02 FILLER            PIC X(11) value '  RUN DATE '.
          02 EO-RUN-DATE       PIC X(8).
          02 FILLER            PIC X(24)
             value '  ESCALATE AFTER DAYS . '.
          02 EO-ESC-DAYS       PIC ZZ9.
       01 Emergency-Detail-Line.
          02 ER-STATUS         PIC X(9).
          02 FILLER            PIC X(2) value spaces.
          02 ER-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 ER-RACF-ID        PIC X(8).
          02 FILLER            PIC X(10) value '  GRANTED '.
          02 ER-TIMESTAMP      PIC X(14).
          02 FILLER            PIC X(8) value '  UNTIL '.
          02 ER-EMERG-EXP-TS   PIC X(12).
          02 FILLER            PIC X(2) value spaces.
          02 ER-ACCESS         PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 ER-TICKET         PIC X(12).
          02 FILLER            PIC X(2) value spaces.
          02 ER-REQUESTER      PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 ER-DAYS           PIC ZZZZ9.
          02 FILLER            PIC X(5) value ' DAYS'.
       01 Owner-Total-Line.
          02 FILLER            PIC X(4) value spaces.
          02 EN-COUNT          PIC ZZZZZZZZ9.
          02 FILLER            PIC X(27)
             value ' UNCONFIRMED EMERGENCY USES'.
       77 WS-Esc-Days          PIC 9(03) value 3.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 WS-Today-Int         PIC 9(09) value 0 Comp.
       77 WS-Days-Since        PIC S9(07) value 0 Comp.
       77 WS-Owner-Idx         PIC 9(05) value 0 Comp.
       77 WS-Owner-Count       PIC 9(05) value 0 Comp.
       77 WS-Owner-Found       PIC X value 'N'.
       77 WS-Owner-Overflow    PIC X value 'N'.
       77 WS-Grant-Owner-ID    PIC X(8) value spaces.
       77 WS-Conf-Idx          PIC 9(05) value 0 Comp.
       77 WS-Conf-Count        PIC 9(05) value 0 Comp.
       77 WS-Conf-Found        PIC X value 'N'.
       77 WS-Conf-Overflow     PIC X value 'N'.
       77 WS-Hold-Owner-ID     PIC X(8) value low-values.
       77 WS-Owner-Pending     PIC X value 'N'.
       77 WS-Owner-Use-Count   PIC 9(09) value 0.
       77 EOF-Owner-Recs       PIC X value 'N'.
       77 EOF-Confirm-Recs     PIC X value 'N'.
       77 EOF-Parm-Recs        PIC X value 'N'.
       77 EOF-History-Recs     PIC X value 'N'.
       77 EOF-Sorted-Recs      PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Emerg-Count       PIC 9(09) value 0.
       77 WS-Confirmed-Count   PIC 9(09) value 0.
       77 WS-Pending-Count     PIC 9(09) value 0.
       77 WS-Escalated-Count   PIC 9(09) value 0.
       77 WS-Unowned-Count     PIC 9(09) value 0.
       77 WS-Report-Count      PIC 9(09) value 0.
       77 WS-Owner-Report-Count PIC 9(09) value 0.
       77 WS-Stats-Errors      PIC 9(09) value 0.

       PROCEDURE DIVISION.
       Main-Para.
           Perform Open-Para
           Sort Sort-Work-File
              Ascending Key SE-OWNER-ID SE-ADS-ID SE-TIMESTAMP
                            SE-RACF-ID
              Input Procedure Is Scan-History-Para
              Output Procedure Is Write-Report-Para
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Compute WS-Today-Int =
              Function Integer-Of-Date(Function Numval(WS-Current-Date))
           Perform Load-Parm-Para
           Perform Load-Owner-Para
           Perform Load-Confirm-Para
           Open  Input History-File
                 Output Emergency-Report.

       Load-Parm-Para.
           Open Input Parm-File
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read
           Perform Read-Parm-Para
              Until EOF-Parm-Recs = 'Y'
           Close Parm-File.

       Read-Parm-Para.
           If P-ESC-DAYS-X Is Numeric
              And P-ESC-DAYS > 0
              Move P-ESC-DAYS To WS-Esc-Days
           End-If
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read.

       Load-Owner-Para.
           Open Input Owner-File
           Read Owner-File
              At End Move 'Y' To EOF-Owner-Recs
           End-Read
           Perform Load-One-Owner-Para
              Until EOF-Owner-Recs = 'Y'
              Or WS-Owner-Count Not Less Than 2000
           If EOF-Owner-Recs Not Equal 'Y'
              Move 'Y' To WS-Owner-Overflow
           End-If
           Close Owner-File.

       Load-One-Owner-Para.
           Add 1 To WS-Owner-Count
           Move OW-ADS-ID To OT-ADS-ID(WS-Owner-Count)
           Move OW-OWNER-ID To OT-OWNER-ID(WS-Owner-Count)
           Read Owner-File
              At End Move 'Y' To EOF-Owner-Recs
           End-Read.

       Load-Confirm-Para.
           Open Input Confirm-File
           Read Confirm-File
              At End Move 'Y' To EOF-Confirm-Recs
           End-Read
           Perform Load-One-Confirm-Para
              Until EOF-Confirm-Recs = 'Y'
              Or WS-Conf-Count Not Less Than 5000
           If EOF-Confirm-Recs Not Equal 'Y'
              Move 'Y' To WS-Conf-Overflow
           End-If
           Close Confirm-File.

       Load-One-Confirm-Para.
           If EC-CONFIRM-DATE Not Equal Spaces
              Add 1 To WS-Conf-Count
              Move EC-ADS-ID To CT-ADS-ID(WS-Conf-Count)
              Move EC-RACF-ID To CT-RACF-ID(WS-Conf-Count)
              Move EC-TIMESTAMP To CT-TIMESTAMP(WS-Conf-Count)
           End-If
           Read Confirm-File
              At End Move 'Y' To EOF-Confirm-Recs
           End-Read.

       Scan-History-Para.
           Perform Read-History-Para
           Perform Scan-One-History-Para
              Until EOF-History-Recs = 'Y'.

       Read-History-Para.
           Read History-File At End Move 'Y' To EOF-History-Recs
           End-Read
           If EOF-History-Recs Not Equal 'Y'
              Add 1 To WS-Read-Count
           End-If.

       Scan-One-History-Para.
           If H-EVENT-FLAG = 'E'
              Add 1 To WS-Emerg-Count
              Perform Lookup-Confirm-Para
              If WS-Conf-Found = 'Y'
                 Add 1 To WS-Confirmed-Count
              Else
                 Perform Release-Unconfirmed-Para
              End-If
           End-If
           Perform Read-History-Para.

       Lookup-Confirm-Para.
           Move 'N' To WS-Conf-Found
           Perform Check-One-Confirm-Para
              Varying WS-Conf-Idx From 1 By 1
              Until WS-Conf-Idx > WS-Conf-Count
                 Or WS-Conf-Found = 'Y'.

       Check-One-Confirm-Para.
           If CT-ADS-ID(WS-Conf-Idx) = H-ADS-ID
              And CT-RACF-ID(WS-Conf-Idx) = H-NEW-RACF-ID
              And CT-TIMESTAMP(WS-Conf-Idx) = H-TIMESTAMP
              Move 'Y' To WS-Conf-Found
           End-If.

       Release-Unconfirmed-Para.
           Perform Lookup-Owner-Para
           Move 0 To WS-Days-Since
           If H-TIMESTAMP(1:8) Is Numeric
              Compute WS-Days-Since = WS-Today-Int -
                 Function Integer-Of-Date
                    (Function Numval(H-TIMESTAMP(1:8)))
           End-If
           Move Spaces To Sort-Work-Rec
           Move WS-Grant-Owner-ID To SE-OWNER-ID
           Move H-ADS-ID To SE-ADS-ID
           Move H-TIMESTAMP To SE-TIMESTAMP
           Move H-NEW-RACF-ID To SE-RACF-ID
           Move H-NEW-ACCESS To SE-ACCESS
           Move H-EMERG-EXP-TS To SE-EMERG-EXP-TS
           Move H-TICKET To SE-TICKET
           Move H-REQUESTER To SE-REQUESTER
           If WS-Days-Since Not Less Than WS-Esc-Days
              Move 'ESCALATED' To SE-STATUS
              Add 1 To WS-Escalated-Count
           Else
              Move 'PENDING' To SE-STATUS
              Add 1 To WS-Pending-Count
           End-If
           If WS-Days-Since > 0
              Move WS-Days-Since To SE-DAYS
           Else
              Move 0 To SE-DAYS
           End-If
           Release Sort-Work-Rec.

       Lookup-Owner-Para.
           Move 'N' To WS-Owner-Found
           Perform Check-One-Owner-Para
              Varying WS-Owner-Idx From 1 By 1
              Until WS-Owner-Idx > WS-Owner-Count
                 Or WS-Owner-Found = 'Y'
           If WS-Owner-Found Not Equal 'Y'
              Move 'UNKNOWN' To WS-Grant-Owner-ID
              Add 1 To WS-Unowned-Count
           End-If.

       Check-One-Owner-Para.
           If OT-ADS-ID(WS-Owner-Idx) = H-ADS-ID
              Move 'Y' To WS-Owner-Found
              Move OT-OWNER-ID(WS-Owner-Idx) To WS-Grant-Owner-ID
           End-If.

       Write-Report-Para.
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return
           Perform Write-One-Report-Para
              Until EOF-Sorted-Recs = 'Y'
           If WS-Owner-Pending = 'Y'
              Perform Write-Owner-Total-Para
           End-If.

       Write-One-Report-Para.
           If SE-OWNER-ID Not Equal WS-Hold-Owner-ID
              If WS-Owner-Pending = 'Y'
                 Perform Write-Owner-Total-Para
              End-If
              Move SE-OWNER-ID To WS-Hold-Owner-ID
              Move 0 To WS-Owner-Use-Count
              Move 'Y' To WS-Owner-Pending
              Move SE-OWNER-ID To EO-OWNER-ID
              Move WS-Current-Date To EO-RUN-DATE
              Move WS-Esc-Days To EO-ESC-DAYS
              Write Emergency-Report-Rec From Owner-Heading-Line
              Add 1 To WS-Owner-Report-Count
           End-If
           Move SE-STATUS To ER-STATUS
           Move SE-ADS-ID To ER-ADS-ID
           Move SE-RACF-ID To ER-RACF-ID
           Move SE-TIMESTAMP To ER-TIMESTAMP
           Move SE-EMERG-EXP-TS To ER-EMERG-EXP-TS
           Move SE-ACCESS To ER-ACCESS
           Move SE-TICKET To ER-TICKET
           Move SE-REQUESTER To ER-REQUESTER
           Move SE-DAYS To ER-DAYS
           Write Emergency-Report-Rec From Emergency-Detail-Line
           Add 1 To WS-Report-Count
           Add 1 To WS-Owner-Use-Count
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return.

       Write-Owner-Total-Para.
           Move WS-Owner-Use-Count To EN-COUNT
           Write Emergency-Report-Rec From Owner-Total-Line
           Move 'N' To WS-Owner-Pending.

       End-Para.
           Close History-File Emergency-Report.

       Report-Para.
           Display 'NUEMRGRP CONTROL TOTALS'
           Display 'ESCALATION DAYS  . . . ' WS-Esc-Days
           Display 'OWNER RECORDS LOADED . ' WS-Owner-Count
           Display 'CONFIRMATIONS LOADED . ' WS-Conf-Count
           Display 'HISTORY RECORDS READ . ' WS-Read-Count
           Display 'EMERGENCY GRANTS . . . ' WS-Emerg-Count
           Display 'CONFIRMED BY OWNER . . ' WS-Confirmed-Count
           Display 'AWAITING CONFIRMATION  ' WS-Pending-Count
           Display 'ESCALATED  . . . . . . ' WS-Escalated-Count
           Display 'GRANTS WITHOUT OWNER . ' WS-Unowned-Count
           Display 'OWNERS REPORTED  . . . ' WS-Owner-Report-Count
           If WS-Owner-Overflow = 'Y'
              Display 'OWNER TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Conf-Overflow = 'Y'
              Display 'CONFIRM TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Owner-Overflow = 'Y' Or WS-Conf-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Escalated-Count > 0 Or WS-Unowned-Count > 0
              Move 4 To Return-Code
           Else If WS-Read-Count = 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Move WS-Escalated-Count To WS-Stats-Errors
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUEMRGRP' To RS-PROGRAM
           Move WS-Current-Date To RS-RUN-DATE
           Move WS-Read-Count To RS-IN-PRIME
           Move WS-Conf-Count To RS-IN-SECOND
           Move WS-Report-Count To RS-OUT-PRIME
           Move WS-Owner-Report-Count To RS-OUT-SECOND
           Move WS-Stats-Errors To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
