           Organization Is Indexed
           Access Is Sequential
           Record Key Is G-KEY.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Owner-File Assign To OWNRFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Cert-Control Assign To CERTCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Class-File Assign To CLASSFIL
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Policy-File Assign To POLICY
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Cert-Class-File Assign To CERTCLS
           Organization Is Line Sequential
           Access is Sequential.
           Select Cert-Class-Out Assign To CERTCLSO
           Organization Is Line Sequential
           Access is Sequential.
           Select Sort-Work-File Assign To SORTWK01.

       DATA DIVISION.
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

       FD Owner-File
           Label Records Are Standard.
          02 CW-EXP-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 CW-DECISION       PIC X.
          02 FILLER            PIC X value space.
          02 CW-CLASS          PIC X(12).

       FD Cert-Control
           Label Records Are Standard.
          02 FILLER            PIC X value space.
          02 CT-CAMPAIGN-DATE  PIC X(8).

       FD Class-File
           Label Records Are Standard.
        01 Class-Rec.
          02 CF-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 CF-CLASS          PIC X(12).

       FD Policy-File
           Label Records Are Standard.
        01 Policy-Rec.
          02 PO-CLASS          PIC X(12).
          02 FILLER            PIC X.
          02 PO-EXP-REQUIRED   PIC X.
          02 FILLER            PIC X.
          02 PO-MAX-DAYS-X     PIC X(05).
          02 PO-MAX-DAYS Redefines PO-MAX-DAYS-X
                               PIC 9(05).
          02 FILLER            PIC X.
          02 PO-MAX-ACCESS     PIC X(8).
          02 FILLER            PIC X.
          02 PO-RECERT-DAYS-X  PIC X(03).
          02 PO-RECERT-DAYS Redefines PO-RECERT-DAYS-X
                               PIC 9(03).

       FD Cert-Class-File
           Label Records Are Standard.
        01 Cert-Class-Rec.
          02 CC-CLASS          PIC X(12).
          02 FILLER            PIC X value space.
          02 CC-LAST-DATE      PIC X(8).

       FD Cert-Class-Out
           Label Records Are Standard.
        01 Cert-Class-Out-Rec.
          02 CO-CLASS          PIC X(12).
          02 FILLER            PIC X value space.
          02 CO-LAST-DATE      PIC X(8).

       SD Sort-Work-File.
        01 Sort-Work-Rec.
          02 SC-OWNER-ID       PIC X(8).
          02 SC-RACF-ID        PIC X(8).
          02 SC-EFF-DATE       PIC X(8).
          02 SC-EXP-DATE       PIC X(8).
          02 SC-CLASS          PIC X(12).

       WORKING-STORAGE Section.
       01 Owner-Table.
          02 OT-ENTRY OCCURS 2000 Times.
             03 OT-ADS-ID        PIC X(64).
             03 OT-OWNER-ID      PIC X(8).
       01 Class-Table.
          02 CS-ENTRY OCCURS 2000 Times.
             03 CS-ADS-ID        PIC X(64).
             03 CS-GENERIC       PIC X.
             03 CS-PREFIX-LEN    PIC 9(02).
             03 CS-CLASS         PIC X(12).
       01 Policy-Table.
          02 PL-ENTRY OCCURS 50 Times.
             03 PL-CLASS         PIC X(12).
             03 PL-RECERT-DAYS   PIC 9(03).
             03 PL-LAST-DATE     PIC X(8).
             03 PL-DUE           PIC X.
       77 WS-Owner-Idx         PIC 9(05) value 0 Comp.
       77 WS-Owner-Count       PIC 9(05) value 0 Comp.
       77 WS-Owner-Found       PIC X value 'N'.
       77 WS-Owner-Pending     PIC X value 'N'.
       77 WS-Owner-Grant-Count PIC 9(05) value 0.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 WS-Class-Idx         PIC 9(05) value 0 Comp.
       77 WS-Class-Count       PIC 9(05) value 0 Comp.
       77 WS-Class-Overflow    PIC X value 'N'.
       77 WS-Class-Hit         PIC 9(05) value 0 Comp.
       77 WS-Class-Best-Len    PIC 9(02) value 0.
       77 WS-Class-Exact       PIC X value 'N'.
       77 WS-Grant-Class       PIC X(12) value spaces.
       77 WS-Policy-Idx        PIC 9(03) value 0 Comp.
       77 WS-Policy-Count      PIC 9(03) value 0 Comp.
       77 WS-Policy-Overflow   PIC X value 'N'.
       77 WS-Policy-Hit        PIC 9(03) value 0 Comp.
       77 WS-Len-Work          PIC 9(02) value 0 Comp.
       77 WS-Days-Since        PIC S9(07) value 0 Comp.
       77 EOF-Class-Recs       PIC X value 'N'.
       77 EOF-Policy-Recs      PIC X value 'N'.
       77 EOF-Cert-Class-Recs  PIC X value 'N'.
       77 WS-Not-Due-Count     PIC 9(09) value 0.
       77 WS-Due-Class-Count   PIC 9(09) value 0.
       77 EOF-Owner-Recs       PIC X value 'N'.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 EOF-Sorted-Recs      PIC X value 'N'.
       77 WS-Worksheet-Count   PIC 9(09) value 0.
       77 WS-Unowned-Count     PIC 9(09) value 0.
       77 WS-Control-Count     PIC 9(09) value 0.
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
           Open  Input New-Grant
                 Output Cert-Worksheet
                 Output Cert-Control
           Perform Load-Owner-Para
           Perform Load-Class-Para
           Perform Load-Policy-Para
           Perform Load-Cert-Class-Para
           Perform Set-One-Class-Due-Para
              Varying WS-Policy-Idx From 1 By 1
              Until WS-Policy-Idx > WS-Policy-Count.

       Load-Owner-Para.
           Open Input Owner-File
              At End Move 'Y' To EOF-Owner-Recs
           End-Read.

       Load-Class-Para.
           Open Input Class-File
           Read Class-File
              At End Move 'Y' To EOF-Class-Recs
           End-Read
           Perform Load-One-Class-Para
              Until EOF-Class-Recs = 'Y'
              Or WS-Class-Count Not Less Than 2000
           If EOF-Class-Recs Not Equal 'Y'
              Move 'Y' To WS-Class-Overflow
           End-If
           Close Class-File.

       Load-One-Class-Para.
           Add 1 To WS-Class-Count
           Move CF-ADS-ID To CS-ADS-ID(WS-Class-Count)
           Move CF-CLASS To CS-CLASS(WS-Class-Count)
           Perform Find-One-Class-Char-Para
              Varying WS-Len-Work From 64 By -1
              Until WS-Len-Work < 1
                 Or CF-ADS-ID(WS-Len-Work:1) Not Equal Space
           If WS-Len-Work > 0
              And CF-ADS-ID(WS-Len-Work:1) = '*'
              Move 'Y' To CS-GENERIC(WS-Class-Count)
              Compute CS-PREFIX-LEN(WS-Class-Count) = WS-Len-Work - 1
           Else
              Move 'N' To CS-GENERIC(WS-Class-Count)
              Move WS-Len-Work To CS-PREFIX-LEN(WS-Class-Count)
           End-If
           Read Class-File
              At End Move 'Y' To EOF-Class-Recs
           End-Read.

       Find-One-Class-Char-Para.
           Continue.

       Load-Policy-Para.
           Open Input Policy-File
           Read Policy-File
              At End Move 'Y' To EOF-Policy-Recs
           End-Read
           Perform Load-One-Policy-Para
              Until EOF-Policy-Recs = 'Y'
              Or WS-Policy-Count Not Less Than 50
           If EOF-Policy-Recs Not Equal 'Y'
              Move 'Y' To WS-Policy-Overflow
           End-If
           Close Policy-File.

       Load-One-Policy-Para.
           Add 1 To WS-Policy-Count
           Move PO-CLASS To PL-CLASS(WS-Policy-Count)
           If PO-RECERT-DAYS-X Is Numeric
              Move PO-RECERT-DAYS To PL-RECERT-DAYS(WS-Policy-Count)
           Else
              Move 0 To PL-RECERT-DAYS(WS-Policy-Count)
           End-If
           Move Spaces To PL-LAST-DATE(WS-Policy-Count)
           Move 'Y' To PL-DUE(WS-Policy-Count)
           Read Policy-File
              At End Move 'Y' To EOF-Policy-Recs
           End-Read.

       Load-Cert-Class-Para.
           Open Input Cert-Class-File
           Read Cert-Class-File
              At End Move 'Y' To EOF-Cert-Class-Recs
           End-Read
           Perform Load-One-Cert-Class-Para
              Until EOF-Cert-Class-Recs = 'Y'
           Close Cert-Class-File.

       Load-One-Cert-Class-Para.
           Move 0 To WS-Policy-Hit
           Move CC-CLASS To WS-Grant-Class
           Perform Check-One-Policy-Para
              Varying WS-Policy-Idx From 1 By 1
              Until WS-Policy-Idx > WS-Policy-Count
                 Or WS-Policy-Hit > 0
           If WS-Policy-Hit > 0
              Move CC-LAST-DATE To PL-LAST-DATE(WS-Policy-Hit)
           End-If
           Read Cert-Class-File
              At End Move 'Y' To EOF-Cert-Class-Recs
           End-Read.

       Set-One-Class-Due-Para.
           If PL-RECERT-DAYS(WS-Policy-Idx) > 0
              And PL-LAST-DATE(WS-Policy-Idx) Is Numeric
              Compute WS-Days-Since =
                 Function Integer-Of-Date
                    (Function Numval(WS-Current-Date)) -
                 Function Integer-Of-Date
                    (Function Numval(PL-LAST-DATE(WS-Policy-Idx)))
              If WS-Days-Since Less Than PL-RECERT-DAYS(WS-Policy-Idx)
                 Move 'N' To PL-DUE(WS-Policy-Idx)
              End-If
           End-If
           If PL-DUE(WS-Policy-Idx) = 'Y'
              Add 1 To WS-Due-Class-Count
           End-If.

       Lookup-Class-Para.
           Move 'UNCLASSIFIED' To WS-Grant-Class
           Move 0 To WS-Class-Hit
           Move 0 To WS-Class-Best-Len
           Move 'N' To WS-Class-Exact
           Move 0 To WS-Policy-Hit
           Perform Check-One-Class-Para
              Varying WS-Class-Idx From 1 By 1
              Until WS-Class-Idx > WS-Class-Count
                 Or WS-Class-Exact = 'Y'
           If WS-Class-Hit > 0
              Move CS-CLASS(WS-Class-Hit) To WS-Grant-Class
           End-If
           Perform Check-One-Policy-Para
              Varying WS-Policy-Idx From 1 By 1
              Until WS-Policy-Idx > WS-Policy-Count
                 Or WS-Policy-Hit > 0.

       Check-One-Class-Para.
           If CS-GENERIC(WS-Class-Idx) = 'N'
              If CS-ADS-ID(WS-Class-Idx) = G-ADS-ID
                 Move WS-Class-Idx To WS-Class-Hit
                 Move 'Y' To WS-Class-Exact
              End-If
           Else If CS-PREFIX-LEN(WS-Class-Idx) = 0
              If WS-Class-Hit = 0
                 Move WS-Class-Idx To WS-Class-Hit
              End-If
           Else If G-ADS-ID(1:CS-PREFIX-LEN(WS-Class-Idx)) =
                 CS-ADS-ID(WS-Class-Idx)(1:CS-PREFIX-LEN(WS-Class-Idx))
              And CS-PREFIX-LEN(WS-Class-Idx) > WS-Class-Best-Len
              Move WS-Class-Idx To WS-Class-Hit
              Move CS-PREFIX-LEN(WS-Class-Idx) To WS-Class-Best-Len
           End-If.

       Check-One-Policy-Para.
           If PL-CLASS(WS-Policy-Idx) = WS-Grant-Class
              Move WS-Policy-Idx To WS-Policy-Hit
           End-If.

       Scan-Master-Para.
           Perform Read-Master-Para
           Perform Scan-One-Master-Para
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
           Perform Lookup-Class-Para
           If G-RACF-ID Not Equal Spaces
              And WS-Policy-Hit > 0
              And PL-DUE(WS-Policy-Hit) = 'N'
              Add 1 To WS-Not-Due-Count
           Else
              Perform Scan-Due-Grant-Para
           End-If
           Perform Read-Master-Para.

       Scan-Due-Grant-Para.
           Perform Lookup-Owner-Para
           If G-RACF-ID Not Equal Spaces
              Move Spaces To Sort-Work-Rec
              Move G-RACF-ID To SC-RACF-ID
              Move G-EFF-DATE To SC-EFF-DATE
              Move G-EXP-DATE To SC-EXP-DATE
              Move WS-Grant-Class To SC-CLASS
              Release Sort-Work-Rec
              Add 1 To WS-Grant-Count
           End-If.

       Lookup-Owner-Para.
           Move 'N' To WS-Owner-Found
           Move SC-EFF-DATE To CW-EFF-DATE
           Move SC-EXP-DATE To CW-EXP-DATE
           Move Space To CW-DECISION
           Move SC-CLASS To CW-CLASS
           Write Cert-Worksheet-Rec
           Add 1 To WS-Worksheet-Count
           Add 1 To WS-Owner-Grant-Count
           Add 1 To WS-Control-Count
           Move 'N' To WS-Owner-Pending.

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
           Display 'NUCERTXT CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Stop Run.

       End-Para.
           Close New-Grant Cert-Worksheet Cert-Control
           Open Output Cert-Class-Out
           If WS-Policy-Count > 0
              Perform Write-One-Cert-Class-Para
                 Varying WS-Policy-Idx From 1 By 1
                 Until WS-Policy-Idx > WS-Policy-Count
           End-If
           Close Cert-Class-Out.

       Write-One-Cert-Class-Para.
           If PL-RECERT-DAYS(WS-Policy-Idx) > 0
              Move Spaces To Cert-Class-Out-Rec
              Move PL-CLASS(WS-Policy-Idx) To CO-CLASS
              If PL-DUE(WS-Policy-Idx) = 'Y'
                 Move WS-Current-Date To CO-LAST-DATE
              Else
                 Move PL-LAST-DATE(WS-Policy-Idx) To CO-LAST-DATE
              End-If
              Write Cert-Class-Out-Rec
           End-If.

       Report-Para.
           Display 'NUCERTXT CONTROL TOTALS'
           Display 'WORKSHEET LINES  . . . ' WS-Worksheet-Count
           Display 'WORKSHEETS SENT  . . . ' WS-Control-Count
           Display 'GRANTS WITHOUT OWNER . ' WS-Unowned-Count
           Display 'CLASSES DUE FOR RECERT ' WS-Due-Class-Count
           Display 'GRANTS NOT YET DUE . . ' WS-Not-Due-Count
           If WS-Owner-Overflow = 'Y'
              Display 'OWNER TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Class-Overflow = 'Y'
              Display 'CLASS TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Policy-Overflow = 'Y'
              Display 'POLICY TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Owner-Overflow = 'Y' Or WS-Class-Overflow = 'Y'
              Or WS-Policy-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Unowned-Count > 0
              Move 4 To Return-Code
