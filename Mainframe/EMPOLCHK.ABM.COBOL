       Identification Division.
       Program-Id. NUPOLCHK.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select New-Grant Assign To NEWGRNT
           Organization Is Indexed
           Access Is Sequential
           Record Key Is G-KEY.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Class-File Assign To CLASSFIL
           Organization Is Line Sequential
           Access is Sequential.
           Select Policy-File Assign To POLICY
           Organization Is Line Sequential
           Access is Sequential.
           Select Policy-Report Assign To POLRPT
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.

       DATA DIVISION.
       File Section.
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

       FD Policy-Report
           Label Records Are Standard.
        01 Policy-Report-Rec   PIC X(160).

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
       01 Class-Table.
          02 CS-ENTRY OCCURS 2000 Times.
             03 CS-ADS-ID        PIC X(64).
             03 CS-GENERIC       PIC X.
             03 CS-PREFIX-LEN    PIC 9(02).
             03 CS-CLASS         PIC X(12).
       01 Policy-Table.
          02 PL-ENTRY OCCURS 50 Times.
             03 PL-CLASS         PIC X(12).
             03 PL-EXP-REQUIRED  PIC X.
             03 PL-MAX-DAYS      PIC 9(05).
             03 PL-MAX-ACCESS    PIC X(8).
       01 Policy-Detail-Line.
          02 PD-TAG            PIC X(10).
          02 FILLER            PIC X(2) value spaces.
          02 PD-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 PD-RACF-ID        PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 PD-CLASS          PIC X(12).
          02 FILLER            PIC X(2) value spaces.
          02 PD-ACCESS         PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 PD-EXP-DATE       PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 PD-REASON         PIC X(36).
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
       77 WS-Rank              PIC 9 value 0.
       77 WS-Max-Rank          PIC 9 value 0.
       77 WS-Rank-Access       PIC X(8) value spaces.
       77 WS-Pol-Eff-Date      PIC X(8) value spaces.
       77 WS-Pol-Days          PIC S9(07) value 0 Comp.
       77 WS-Grant-Violations  PIC 9(02) value 0.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 EOF-Class-Recs       PIC X value 'N'.
       77 EOF-Policy-Recs      PIC X value 'N'.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Grant-Check-Count PIC 9(09) value 0.
       77 WS-Unclassified-Count PIC 9(09) value 0.
       77 WS-No-Policy-Count   PIC 9(09) value 0.
       77 WS-Violation-Count   PIC 9(09) value 0.
       77 WS-Bad-Grant-Count   PIC 9(09) value 0.
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
           Perform Process-Para Until EOF-Master-Recs = 'Y'
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Verify-Master-Para
           Perform Load-Class-Para
           Perform Load-Policy-Para
           Open  Input New-Grant
                 Output Policy-Report
           Perform Read-Master-Para.

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
           Move PO-EXP-REQUIRED To PL-EXP-REQUIRED(WS-Policy-Count)
           If PO-MAX-DAYS-X Is Numeric
              Move PO-MAX-DAYS To PL-MAX-DAYS(WS-Policy-Count)
           Else
              Move 0 To PL-MAX-DAYS(WS-Policy-Count)
           End-If
           Move PO-MAX-ACCESS To PL-MAX-ACCESS(WS-Policy-Count)
           Read Policy-File
              At End Move 'Y' To EOF-Policy-Recs
           End-Read.

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

       Process-Para.
           If G-RACF-ID Not Equal Spaces
              If G-EXP-DATE Not Equal Spaces
                 And G-EXP-DATE Less Than WS-Current-Date
                 Continue
              Else
                 Add 1 To WS-Grant-Check-Count
                 Perform Check-One-Grant-Para
              End-If
           End-If
           Perform Read-Master-Para.

       Check-One-Grant-Para.
           Move 0 To WS-Grant-Violations
           Perform Lookup-Class-Para
           If WS-Class-Hit = 0
              Add 1 To WS-Unclassified-Count
           End-If
           If WS-Policy-Hit = 0
              Add 1 To WS-No-Policy-Count
           Else
              Perform Check-Grant-Access-Para
              Perform Check-Grant-Dates-Para
           End-If
           If WS-Grant-Violations > 0
              Add 1 To WS-Bad-Grant-Count
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

       Check-Grant-Access-Para.
           If PL-MAX-ACCESS(WS-Policy-Hit) Not Equal Spaces
              Move G-ACCESS To WS-Rank-Access
              Perform Set-Rank-Para
              Move WS-Rank To WS-Max-Rank
              Move PL-MAX-ACCESS(WS-Policy-Hit) To WS-Rank-Access
              Perform Set-Rank-Para
              If WS-Max-Rank Greater Than WS-Rank
                 Move 'ACCESS LEVEL EXCEEDS CLASS MAXIMUM'
                    To PD-REASON
                 Perform Write-Violation-Para
              End-If
           End-If.

       Check-Grant-Dates-Para.
           If G-EXP-DATE Equal Spaces
              If PL-EXP-REQUIRED(WS-Policy-Hit) = 'Y'
                 Or PL-MAX-DAYS(WS-Policy-Hit) > 0
                 Move 'NO EXPIRATION DATE FOR CLASS' To PD-REASON
                 Perform Write-Violation-Para
              End-If
           Else If G-EXP-DATE Is Numeric
              And PL-MAX-DAYS(WS-Policy-Hit) > 0
              If G-EFF-DATE Is Numeric
                 Move G-EFF-DATE To WS-Pol-Eff-Date
              Else
                 Move WS-Current-Date To WS-Pol-Eff-Date
              End-If
              Compute WS-Pol-Days =
                 Function Integer-Of-Date
                    (Function Numval(G-EXP-DATE)) -
                 Function Integer-Of-Date
                    (Function Numval(WS-Pol-Eff-Date))
              If WS-Pol-Days Greater Than PL-MAX-DAYS(WS-Policy-Hit)
                 Move 'GRANT DURATION EXCEEDS CLASS MAXIMUM'
                    To PD-REASON
                 Perform Write-Violation-Para
              End-If
           End-If.

       Set-Rank-Para.
           If WS-Rank-Access = 'ALTER'
              Move 4 To WS-Rank
           Else If WS-Rank-Access = 'CONTROL'
              Move 3 To WS-Rank
           Else If WS-Rank-Access = 'UPDATE'
              Move 2 To WS-Rank
           Else If WS-Rank-Access = 'NONE'
              Move 0 To WS-Rank
           Else
              Move 1 To WS-Rank
           End-If.

       Write-Violation-Para.
           Move 'VIOLATION' To PD-TAG
           Move G-ADS-ID To PD-ADS-ID
           Move G-RACF-ID To PD-RACF-ID
           Move WS-Grant-Class To PD-CLASS
           If G-ACCESS Equal Spaces
              Move 'READ' To PD-ACCESS
           Else
              Move G-ACCESS To PD-ACCESS
           End-If
           Move G-EXP-DATE To PD-EXP-DATE
           Write Policy-Report-Rec From Policy-Detail-Line
           Add 1 To WS-Violation-Count
           Add 1 To WS-Grant-Violations.

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
           Display 'NUPOLCHK CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close New-Grant Policy-Report.

       Report-Para.
           Display 'NUPOLCHK CONTROL TOTALS'
           Display 'CLASS ENTRIES LOADED . ' WS-Class-Count
           Display 'CLASS POLICIES LOADED  ' WS-Policy-Count
           Display 'GRANT RECORDS READ . . ' WS-Read-Count
           Display 'GRANTS CHECKED . . . . ' WS-Grant-Check-Count
           Display 'UNCLASSIFIED GRANTS  . ' WS-Unclassified-Count
           Display 'GRANTS WITHOUT POLICY  ' WS-No-Policy-Count
           Display 'GRANTS IN VIOLATION  . ' WS-Bad-Grant-Count
           Display 'VIOLATION LINES  . . . ' WS-Violation-Count
           If WS-Class-Overflow = 'Y'
              Display 'CLASS TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Policy-Overflow = 'Y'
              Display 'POLICY TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Class-Overflow = 'Y' Or WS-Policy-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Bad-Grant-Count > 0
              Move 4 To Return-Code
           Else If WS-Read-Count = 0 Or WS-Policy-Count = 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUPOLCHK' To RS-PROGRAM
           Move WS-Current-Date To RS-RUN-DATE
           Move WS-Read-Count To RS-IN-PRIME
           Move WS-Class-Count To RS-IN-SECOND
           Move WS-Violation-Count To RS-OUT-PRIME
           Move WS-Bad-Grant-Count To RS-OUT-SECOND
           Move WS-Bad-Grant-Count To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
