           Organization Is Indexed
           Access Is Random
           Record Key Is X-KEY.
           Select Optional Class-File Assign To CLASSFIL
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Policy-File Assign To POLICY
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.
             03 R-GRP-RACF-ID    PIC X(8).
             03 R-GRP-EFF-DATE   PIC X(8).
             03 R-GRP-EXP-DATE   PIC X(8).
          02 R-ACCESS          PIC X(8).
          02 R-TICKET          PIC X(12).
          02 R-REQUESTER       PIC X(8).
          02 R-APPROVER        PIC X(8).
          02 R-EMERG-HOURS-X   PIC X(02).
          02 R-EMERG-HOURS Redefines R-EMERG-HOURS-X
                               PIC 9(02).

       FD Valid-Racf-File
           Label Records Are Standard.
          02 C-TYPE            PIC X(7).
          02 C-EFF-DATE        PIC X(8).
          02 C-EXP-DATE        PIC X(8).
          02 C-ACCESS          PIC X(8).
          02 C-TICKET          PIC X(12).
          02 C-REQUESTER       PIC X(8).
          02 C-APPROVER        PIC X(8).
          02 C-EMERG-HOURS     PIC X(02).
        01 Clean-Header-Rec.
          02 CH-ACTION         PIC X.
          02 CH-RECORD-ID      PIC X(8).
          02 FILLER            PIC X.
          02 CH-CYCLE-NO       PIC 9(07).
          02 FILLER            PIC X.
          02 CH-BUS-DATE       PIC X(8).

       FD Error-Listing
           Label Records Are Standard.
          02 X-TYPE            PIC X(7).
          02 X-EFF-DATE        PIC X(8).
          02 X-EXP-DATE        PIC X(8).
          02 X-ACCESS          PIC X(8).
          02 X-EMERG-FLAG      PIC X.
          02 X-EMERG-PRIOR     PIC X(8).

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

       SD Sort-Work-File.
        01 Sort-Work-Rec.
          02 SW-TYPE           PIC X(7).
          02 SW-EFF-DATE       PIC X(8).
          02 SW-EXP-DATE       PIC X(8).
          02 SW-ACCESS         PIC X(8).
          02 SW-TICKET         PIC X(12).
          02 SW-REQUESTER      PIC X(8).
          02 SW-APPROVER       PIC X(8).
          02 SW-EMERG-HOURS    PIC X(02).

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

       FD Run-Stats-File
           Label Records Are Standard.
          02 SD-ENTRY OCCURS 200 Times.
             03 SD-ADS-ID-A      PIC X(64).
             03 SD-ADS-ID-B      PIC X(64).
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
       01 Error-Detail-Line.
          02 ED-SEQ            PIC ZZZZZZZZ9.
          02 FILLER            PIC X(2) value spaces.
       77 WS-Sod-Conflict      PIC X value 'N'.
       77 WS-Sod-Racf-ID       PIC X(8) value spaces.
       77 WS-Grp-Eff-Action    PIC X value space.
       77 WS-Grp-Prov-Checked  PIC X value 'N'.
       77 WS-Grp-Max-Checked   PIC X value 'N'.
       77 WS-Sod-Reject-Count  PIC 9(09) value 0.
       77 WS-Self-Appr-Count   PIC 9(09) value 0.
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
       77 WS-Pol-Exp-Date      PIC X(8) value spaces.
       77 WS-Pol-Days          PIC S9(07) value 0 Comp.
       77 WS-Policy-Reject-Count PIC 9(09) value 0.
       77 WS-Max-Emerg-Hours   PIC 9(02) value 72.
       77 WS-Emerg-Count       PIC 9(09) value 0.
       77 EOF-Class-Recs       PIC X value 'N'.
       77 EOF-Policy-Recs      PIC X value 'N'.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 EOF-Rule-Recs        PIC X value 'N'.
       77 WS-Eff-Date-Ok       PIC X value 'N'.
       77 WS-Exp-Date-Ok       PIC X value 'N'.
       77 WS-Error-Rec-Count   PIC 9(09) value 0.
       77 WS-Error-Line-Count  PIC 9(09) value 0.
       77 WS-Stats-Date        PIC X(8) value spaces.
       77 WS-Cycle-No          PIC 9(07) value 0.
       77 WS-Next-Cycle-No     PIC 9(07) value 0.
       77 EOF-Cycle-Recs       PIC X value 'N'.

       PROCEDURE DIVISION.
       Main-Para.
                 Input Xref-File
                 Output Clean-Request-File
                 Output Error-Listing
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Load-Cycle-Para
           Perform Load-Valid-Racf-Para
           Perform Load-Sod-Rules-Para
           Perform Load-Class-Para
           Perform Load-Policy-Para.

       Load-Cycle-Para.
           Open Input Cycle-Control
           Read Cycle-Control At End Move 'Y' To EOF-Cycle-Recs
           End-Read
           If EOF-Cycle-Recs Not Equal 'Y'
              Move CY-CYCLE-NO To WS-Cycle-No
           End-If
           Close Cycle-Control
           Compute WS-Next-Cycle-No = WS-Cycle-No + 1.

       Load-Valid-Racf-Para.
           Read Valid-Racf-File
              At End Move 'Y' To EOF-Rule-Recs
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

       Edit-Input-Para.
           Perform Read-Raw-Para
           Perform Edit-One-Request-Para

       Edit-One-Request-Para.
           Move 0 To WS-Rec-Errors
           Move 'N' To WS-Grp-Prov-Checked
           Move 'N' To WS-Grp-Max-Checked
           Perform Edit-Action-Para
           Perform Edit-Access-Para
           Perform Edit-Provenance-Para
           Perform Edit-Dates-Para
           Perform Edit-Emergency-Para
           Perform Edit-Policy-Para
           Perform Edit-Racf-Id-Para
           Perform Edit-Sod-Para
           Perform Edit-Group-Count-Para
           End-If
           If WS-Rec-Errors = 0
              Perform Release-Clean-Para
              If R-ACTION = 'E'
                 Add 1 To WS-Emerg-Count
              End-If
           Else
              Add 1 To WS-Error-Rec-Count
           End-If
              And R-ACTION Not Equal 'C'
              And R-ACTION Not Equal 'D'
              And R-ACTION Not Equal 'R'
              And R-ACTION Not Equal 'E'
              Move 'INVALID ACTION CODE' To ED-REASON
              Perform Write-Error-Para
           End-If.

       Edit-Access-Para.
           If R-ACCESS Not Equal Spaces
              And R-ACCESS Not Equal 'READ'
              And R-ACCESS Not Equal 'UPDATE'
              And R-ACCESS Not Equal 'CONTROL'
              And R-ACCESS Not Equal 'ALTER'
              And R-ACCESS Not Equal 'NONE'
              Move 'INVALID ACCESS LEVEL' To ED-REASON
              Perform Write-Error-Para
           End-If.

       Edit-Provenance-Para.
           If R-ACTION = 'A' Or R-ACTION = 'C' Or R-ACTION = 'R'
              If R-TICKET Equal Spaces
                 Move 'CHANGE TICKET REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-REQUESTER Equal Spaces
                 Move 'REQUESTER ID REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-APPROVER Equal Spaces
                 Move 'APPROVER ID REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
           End-If
           If R-ACTION = 'E'
              If R-TICKET Equal Spaces
                 Move 'CHANGE TICKET REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-REQUESTER Equal Spaces
                 Move 'REQUESTER ID REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
           End-If
           If R-APPROVER Not Equal Spaces
              If R-APPROVER = R-REQUESTER
                 Move 'APPROVER SAME AS REQUESTER' To ED-REASON
                 Perform Write-Error-Para
                 Add 1 To WS-Self-Appr-Count
              End-If
              If R-APPROVER = R-RACF-ID
                 Move 'APPROVER IS THE GRANTEE' To ED-REASON
                 Perform Write-Error-Para
                 Add 1 To WS-Self-Appr-Count
              End-If
           End-If.

       Edit-Dates-Para.
           Move 'N' To WS-Eff-Date-Ok
           Move 'N' To WS-Exp-Date-Ok
              Perform Write-Error-Para
           End-If.

       Edit-Emergency-Para.
           If R-ACTION = 'E'
              If R-EMERG-HOURS-X Is Not Numeric
                 Or R-EMERG-HOURS = 0
                 Move 'EMERGENCY HOURS REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              Else
                 If R-EMERG-HOURS Greater Than WS-Max-Emerg-Hours
                    Move 'EMERGENCY HOURS EXCEED MAXIMUM' To ED-REASON
                    Perform Write-Error-Para
                 End-If
              End-If
              If R-EXP-DATE Not Equal Spaces
                 Move 'EMERGENCY EXPIRY IS SET IN HOURS' To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-GRP-COUNT-X Not Equal Spaces
                 And R-GRP-COUNT-X Not Equal '00'
                 Move 'GROUP ENTRIES NOT ALLOWED FOR EMERGENCY'
                    To ED-REASON
                 Perform Write-Error-Para
              End-If
           Else
              If R-EMERG-HOURS-X Not Equal Spaces
                 Move 'EMERGENCY HOURS ONLY VALID FOR EMERGENCY'
                    To ED-REASON
                 Perform Write-Error-Para
              End-If
           End-If.

       Edit-Policy-Para.
           Move 0 To WS-Policy-Hit
           If WS-Policy-Count > 0
              Perform Lookup-Class-Para
           End-If
           If WS-Policy-Hit > 0
              And (R-ACTION = 'A' Or R-ACTION = 'C' Or R-ACTION = 'R'
                 Or R-ACTION = 'E')
              If PL-MAX-ACCESS(WS-Policy-Hit) Not Equal Spaces
                 And (R-ACCESS Not Equal Spaces Or R-ACTION = 'A'
                    Or R-ACTION = 'E')
                 Move R-ACCESS To WS-Rank-Access
                 If R-ACTION = 'E' And R-ACCESS Equal Spaces
                    Move 'UPDATE' To WS-Rank-Access
                 End-If
                 Perform Set-Rank-Para
                 Move WS-Rank To WS-Max-Rank
                 Move PL-MAX-ACCESS(WS-Policy-Hit) To WS-Rank-Access
                 Perform Set-Rank-Para
                 If WS-Max-Rank Greater Than WS-Rank
                    Move 'ACCESS LEVEL EXCEEDS CLASS MAXIMUM'
                       To ED-REASON
                    Perform Write-Error-Para
                    Add 1 To WS-Policy-Reject-Count
                 End-If
              End-If
              If R-RACF-ID Not Equal Spaces
                 And R-ACTION Not Equal 'E'
                 Move R-EFF-DATE To WS-Pol-Eff-Date
                 Move R-EXP-DATE To WS-Pol-Exp-Date
                 Perform Check-Policy-Dates-Para
              End-If
           End-If.

       Lookup-Class-Para.
           Move 'UNCLASSIFIED' To WS-Grant-Class
           Move 0 To WS-Class-Hit
           Move 0 To WS-Class-Best-Len
           Move 'N' To WS-Class-Exact
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
              If CS-ADS-ID(WS-Class-Idx) = R-ADS-ID
                 Move WS-Class-Idx To WS-Class-Hit
                 Move 'Y' To WS-Class-Exact
              End-If
           Else If CS-PREFIX-LEN(WS-Class-Idx) = 0
              If WS-Class-Hit = 0
                 Move WS-Class-Idx To WS-Class-Hit
              End-If
           Else If R-ADS-ID(1:CS-PREFIX-LEN(WS-Class-Idx)) =
                 CS-ADS-ID(WS-Class-Idx)(1:CS-PREFIX-LEN(WS-Class-Idx))
              And CS-PREFIX-LEN(WS-Class-Idx) > WS-Class-Best-Len
              Move WS-Class-Idx To WS-Class-Hit
              Move CS-PREFIX-LEN(WS-Class-Idx) To WS-Class-Best-Len
           End-If.

       Check-One-Policy-Para.
           If PL-CLASS(WS-Policy-Idx) = WS-Grant-Class
              Move WS-Policy-Idx To WS-Policy-Hit
           End-If.

       Check-Policy-Dates-Para.
           If WS-Pol-Exp-Date Equal Spaces
              If PL-EXP-REQUIRED(WS-Policy-Hit) = 'Y'
                 Or PL-MAX-DAYS(WS-Policy-Hit) > 0
                 Move 'EXPIRATION DATE REQUIRED FOR CLASS'
                    To ED-REASON
                 Perform Write-Error-Para
                 Add 1 To WS-Policy-Reject-Count
              End-If
           Else If WS-Exp-Date-Ok = 'Y'
              And PL-MAX-DAYS(WS-Policy-Hit) > 0
              If WS-Eff-Date-Ok Not Equal 'Y'
                 Move WS-Current-Date To WS-Pol-Eff-Date
              End-If
              Compute WS-Pol-Days =
                 Function Integer-Of-Date
                    (Function Numval(WS-Pol-Exp-Date)) -
                 Function Integer-Of-Date
                    (Function Numval(WS-Pol-Eff-Date))
              If WS-Pol-Days Greater Than PL-MAX-DAYS(WS-Policy-Hit)
                 Move 'GRANT DURATION EXCEEDS CLASS MAXIMUM'
                    To ED-REASON
                 Perform Write-Error-Para
                 Add 1 To WS-Policy-Reject-Count
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

       Edit-One-Date-Para.
           Move 'Y' To WS-Date-Ok
           If WS-Edit-Date Is Not Numeric

       Edit-Racf-Id-Para.
           If R-RACF-ID Equal Spaces
              If R-ACTION = 'A' Or R-ACTION = 'C' Or R-ACTION = 'E'
                 Move 'RACF-ID MISSING' To ED-REASON
                 Perform Write-Error-Para
              Else

       Edit-Sod-Para.
           If R-RACF-ID Not Equal Spaces
              And (R-ACTION = 'A' Or R-ACTION = 'C' Or R-ACTION = 'R'
                 Or R-ACTION = 'E')
              Move R-RACF-ID To WS-Sod-Racf-ID
              Perform Check-Sod-Para
              If WS-Sod-Conflict = 'Y'
                    To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-APPROVER Not Equal Spaces
                 And R-APPROVER = R-GRP-RACF-ID(WS-Grp-Idx)
                 Move 'APPROVER IS THE GROUP GRANTEE' To ED-REASON
                 Perform Write-Error-Para
                 Add 1 To WS-Self-Appr-Count
              End-If
              Move R-GRP-ACTION(WS-Grp-Idx) To WS-Grp-Eff-Action
              If WS-Grp-Eff-Action Equal Space
                 Move R-ACTION To WS-Grp-Eff-Action
                    Perform Write-Error-Para
                    Add 1 To WS-Sod-Reject-Count
                 End-If
                 If R-ACTION Not Equal 'A' And R-ACTION Not Equal 'C'
                    And R-ACTION Not Equal 'R'
                    And R-ACTION Not Equal 'E'
                    Perform Edit-Grp-Controls-Para
                 End-If
                 If WS-Policy-Hit > 0
                    Move R-GRP-EFF-DATE(WS-Grp-Idx) To WS-Pol-Eff-Date
                    Move R-GRP-EXP-DATE(WS-Grp-Idx) To WS-Pol-Exp-Date
                    Perform Check-Policy-Dates-Para
                 End-If
              End-If
           End-If.

       Edit-Grp-Controls-Para.
           If WS-Grp-Prov-Checked Not Equal 'Y'
              Move 'Y' To WS-Grp-Prov-Checked
              If R-TICKET Equal Spaces
                 Move 'CHANGE TICKET REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-REQUESTER Equal Spaces
                 Move 'REQUESTER ID REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
              If R-APPROVER Equal Spaces
                 Move 'APPROVER ID REQUIRED' To ED-REASON
                 Perform Write-Error-Para
              End-If
           End-If
           If WS-Grp-Max-Checked Not Equal 'Y'
              And WS-Policy-Hit > 0
              If PL-MAX-ACCESS(WS-Policy-Hit) Not Equal Spaces
                 And (R-ACCESS Not Equal Spaces
                    Or WS-Grp-Eff-Action = 'A')
                 Move 'Y' To WS-Grp-Max-Checked
                 Move R-ACCESS To WS-Rank-Access
                 If R-ACCESS Equal Spaces
                    Move 'READ' To WS-Rank-Access
                 End-If
                 Perform Set-Rank-Para
                 Move WS-Rank To WS-Max-Rank
                 Move PL-MAX-ACCESS(WS-Policy-Hit) To WS-Rank-Access
                 Perform Set-Rank-Para
                 If WS-Max-Rank Greater Than WS-Rank
                    Move 'ACCESS LEVEL EXCEEDS CLASS MAXIMUM'
                       To ED-REASON
                    Perform Write-Error-Para
                    Add 1 To WS-Policy-Reject-Count
                 End-If
              End-If
           End-If.

              Move 'PRIMARY' To SW-TYPE
              Move R-EFF-DATE To SW-EFF-DATE
              Move R-EXP-DATE To SW-EXP-DATE
              Move R-ACCESS To SW-ACCESS
              If SW-ACCESS Equal Spaces And SW-ACTION = 'A'
                 Move 'READ' To SW-ACCESS
              End-If
              If SW-ACCESS Equal Spaces And SW-ACTION = 'E'
                 Move 'UPDATE' To SW-ACCESS
              End-If
              Move R-TICKET To SW-TICKET
              Move R-REQUESTER To SW-REQUESTER
              Move R-APPROVER To SW-APPROVER
              Move R-EMERG-HOURS-X To SW-EMERG-HOURS
              Release Sort-Work-Rec
           End-If
           Perform Release-One-Grp-Para
           Move 'GROUP' To SW-TYPE
           Move R-GRP-EFF-DATE(WS-Grp-Idx) To SW-EFF-DATE
           Move R-GRP-EXP-DATE(WS-Grp-Idx) To SW-EXP-DATE
           Move R-ACCESS To SW-ACCESS
           If SW-ACCESS Equal Spaces And SW-ACTION = 'A'
              Move 'READ' To SW-ACCESS
           End-If
           Move R-TICKET To SW-TICKET
           Move R-REQUESTER To SW-REQUESTER
           Move R-APPROVER To SW-APPROVER
           Release Sort-Work-Rec.

       Write-Clean-Para.
           Move Spaces To Clean-Header-Rec
           Move 'H' To CH-ACTION
           Move 'CYCLEHDR' To CH-RECORD-ID
           Move WS-Next-Cycle-No To CH-CYCLE-NO
           Move WS-Current-Date To CH-BUS-DATE
           Write Clean-Header-Rec
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return
           Move SW-TYPE To C-TYPE
           Move SW-EFF-DATE To C-EFF-DATE
           Move SW-EXP-DATE To C-EXP-DATE
           Move SW-ACCESS To C-ACCESS
           Move SW-TICKET To C-TICKET
           Move SW-REQUESTER To C-REQUESTER
           Move SW-APPROVER To C-APPROVER
           Move SW-EMERG-HOURS To C-EMERG-HOURS
           Write Clean-Request-Rec
           Add 1 To WS-Clean-Count
           Return Sort-Work-File

       Report-Para.
           Display 'NUREQEDT CONTROL TOTALS'
           Display 'CYCLE STAMPED  . . . . ' WS-Next-Cycle-No
           Display 'VALID RACF-IDS LOADED  ' WS-Valid-Count
           Display 'SOD RULES LOADED . . . ' WS-Rule-Count
           Display 'SOD CONFLICTS FOUND  . ' WS-Sod-Reject-Count
           Display 'SELF-APPROVALS FOUND . ' WS-Self-Appr-Count
           Display 'CLASS ENTRIES LOADED . ' WS-Class-Count
           Display 'CLASS POLICIES LOADED  ' WS-Policy-Count
           Display 'POLICY VIOLATIONS  . . ' WS-Policy-Reject-Count
           Display 'EMERGENCY REQUESTS . . ' WS-Emerg-Count
           Display 'RECORDS READ . . . . . ' WS-Read-Count
           Display 'CLEAN RECORDS WRITTEN  ' WS-Clean-Count
           Display 'RECORDS IN ERROR . . . ' WS-Error-Rec-Count
           End-If
           If WS-Rule-Overflow = 'Y'
              Display 'SOD RULE TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Class-Overflow = 'Y'
              Display 'CLASS TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Policy-Overflow = 'Y'
              Display 'POLICY TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Error-Rec-Count > 0 Or WS-Valid-Overflow = 'Y'
              Or WS-Rule-Overflow = 'Y'
              Or WS-Class-Overflow = 'Y' Or WS-Policy-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Read-Count = 0
              Move 4 To Return-Code
