       Environment Division.
       Input-Output Section.
       File-Control.
           Select Eff-Access-File Assign To EFFACC
           Organization Is Line Sequential
           Access is Sequential.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Sod-Rules-File Assign To SODRULES
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

       FD Sod-Rules-File
           Label Records Are Standard.

       FD Sod-Report
           Label Records Are Standard.
        01 Sod-Report-Rec      PIC X(200).

       WORKING-STORAGE Section.
       01 Sod-Rules-Table.
       01 User-Ads-Table.
          02 UA-ENTRY OCCURS 500 Times.
             03 UA-ADS-ID        PIC X(64).
             03 UA-SOURCE        PIC X(6).
             03 UA-VIA-GROUP     PIC X(8).
       01 Sod-Detail-Line.
          02 FILLER            PIC X(10) value 'VIOLATION '.
          02 SV-RACF-ID        PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 SV-ADS-ID-A       PIC X(64).
          02 FILLER            PIC X value space.
          02 SV-SOURCE-A       PIC X(14).
          02 FILLER            PIC X(5) value ' AND '.
          02 SV-ADS-ID-B       PIC X(64).
          02 FILLER            PIC X value space.
          02 SV-SOURCE-B       PIC X(14).
       77 WS-Rule-Idx          PIC 9(03) value 0 Comp.
       77 WS-Rule-Count        PIC 9(03) value 0 Comp.
       77 WS-Rule-Overflow     PIC X value 'N'.
       77 WS-User-Pending      PIC X value 'N'.
       77 WS-Side-A-Found      PIC X value 'N'.
       77 WS-Side-B-Found      PIC X value 'N'.
       77 WS-Side-A-Hit        PIC 9(03) value 0 Comp.
       77 WS-Side-B-Hit        PIC 9(03) value 0 Comp.
       77 EOF-Rule-Recs        PIC X value 'N'.
       77 EOF-Eff-Recs         PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-User-Count        PIC 9(09) value 0.
       77 WS-Violation-Count   PIC 9(09) value 0.
       77 WS-Via-Group-Viol    PIC 9(09) value 0.
       77 WS-Cycle-No          PIC 9(07) value 0.
       77 WS-Cycle-Date        PIC X(8) value spaces.
       77 WS-Cycle-Error       PIC X(40) value spaces.
       77 WS-Ctl-Count         PIC 9(09) value 0.
       77 EOF-Cycle-Recs       PIC X value 'N'.
       77 EOF-Verify-Recs      PIC X value 'N'.

       PROCEDURE DIVISION.
       Main-Para.
           Perform Open-Para
           Perform Process-Para Until EOF-Eff-Recs = 'Y'
           If WS-User-Pending = 'Y'
              Perform Check-User-Para
           End-If
           Stop Run.

       Open-Para.
           Perform Verify-Eff-Para
           Open  Input Eff-Access-File
                 Output Sod-Report
           Perform Load-Sod-Rules-Para
           Perform Read-Eff-Para.

       Load-Sod-Rules-Para.
           Open Input Sod-Rules-File
              At End Move 'Y' To EOF-Rule-Recs
           End-Read.

       Read-Eff-Para.
           Read Eff-Access-File At End Move 'Y' To EOF-Eff-Recs
           End-Read
           If EOF-Eff-Recs Not Equal 'Y'
              And EC-RECORD-ID Equal '*HEADER*'
              Read Eff-Access-File At End Move 'Y' To EOF-Eff-Recs
              End-Read
           End-If
           If EOF-Eff-Recs Not Equal 'Y'
              And EC-RECORD-ID Equal '*TRAILER'
              Move 'Y' To EOF-Eff-Recs
           End-If
           If EOF-Eff-Recs Not Equal 'Y'
              Add 1 To WS-Read-Count
           End-If.

       Process-Para.
           If EA-RACF-ID Not Equal WS-Hold-Racf-ID
              If WS-User-Pending = 'Y'
                 Perform Check-User-Para
              End-If
              Move EA-RACF-ID To WS-Hold-Racf-ID
              Move 0 To WS-Ads-Count
              Move 'Y' To WS-User-Pending
              Add 1 To WS-User-Count
           End-If
           If WS-Ads-Count Less Than 500
              Add 1 To WS-Ads-Count
              Move EA-ADS-ID To UA-ADS-ID(WS-Ads-Count)
              Move EA-SOURCE To UA-SOURCE(WS-Ads-Count)
              Move EA-VIA-GROUP To UA-VIA-GROUP(WS-Ads-Count)
           Else
              Move 'Y' To WS-Ads-Overflow
           End-If
           Perform Read-Eff-Para.

       Check-User-Para.
           Perform Check-One-Rule-Para
       Check-One-Rule-Para.
           Move 'N' To WS-Side-A-Found
           Move 'N' To WS-Side-B-Found
           Move 0 To WS-Side-A-Hit
           Move 0 To WS-Side-B-Hit
           Perform Check-One-User-Ads-Para
              Varying WS-Ads-Idx From 1 By 1
              Until WS-Ads-Idx > WS-Ads-Count
              Move WS-Hold-Racf-ID To SV-RACF-ID
              Move SD-ADS-ID-A(WS-Rule-Idx) To SV-ADS-ID-A
              Move SD-ADS-ID-B(WS-Rule-Idx) To SV-ADS-ID-B
              Move Spaces To SV-SOURCE-A SV-SOURCE-B
              If UA-SOURCE(WS-Side-A-Hit) = 'GROUP'
                 String 'VIA ' Delimited By Size
                        UA-VIA-GROUP(WS-Side-A-Hit) Delimited By Space
                    Into SV-SOURCE-A
              Else
                 Move 'DIRECT' To SV-SOURCE-A
              End-If
              If UA-SOURCE(WS-Side-B-Hit) = 'GROUP'
                 String 'VIA ' Delimited By Size
                        UA-VIA-GROUP(WS-Side-B-Hit) Delimited By Space
                    Into SV-SOURCE-B
              Else
                 Move 'DIRECT' To SV-SOURCE-B
              End-If
              Write Sod-Report-Rec From Sod-Detail-Line
              Add 1 To WS-Violation-Count
              If UA-SOURCE(WS-Side-A-Hit) = 'GROUP'
                 Or UA-SOURCE(WS-Side-B-Hit) = 'GROUP'
                 Add 1 To WS-Via-Group-Viol
              End-If
           End-If.

       Check-One-User-Ads-Para.
           If UA-ADS-ID(WS-Ads-Idx) = SD-ADS-ID-A(WS-Rule-Idx)
              If WS-Side-A-Found Not Equal 'Y'
                 Or UA-SOURCE(WS-Ads-Idx) = 'DIRECT'
                 Move WS-Ads-Idx To WS-Side-A-Hit
              End-If
              Move 'Y' To WS-Side-A-Found
           End-If
           If UA-ADS-ID(WS-Ads-Idx) = SD-ADS-ID-B(WS-Rule-Idx)
              If WS-Side-B-Found Not Equal 'Y'
                 Or UA-SOURCE(WS-Ads-Idx) = 'DIRECT'
                 Move WS-Ads-Idx To WS-Side-B-Hit
              End-If
              Move 'Y' To WS-Side-B-Found
           End-If.

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
           Display 'NUSODSCN CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'EFFACC RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Stop Run.

       End-Para.
           Close Eff-Access-File Sod-Report.

       Report-Para.
           Display 'NUSODSCN CONTROL TOTALS'
           Display 'SOD RULES LOADED . . . ' WS-Rule-Count
           Display 'EFFECTIVE RECORDS READ ' WS-Read-Count
           Display 'USERS SCANNED  . . . . ' WS-User-Count
           Display 'VIOLATIONS FOUND . . . ' WS-Violation-Count
           Display 'VIOLATIONS VIA GROUP . ' WS-Via-Group-Viol
           If WS-Rule-Overflow = 'Y'
              Display 'SOD RULE TABLE FULL - INCREASE TABLE SIZE'
           End-If
