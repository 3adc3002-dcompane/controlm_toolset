       Identification Division.
       Program-Id. NUGENANL.

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
           Select Generic-Report Assign To GENRPT
           Organization Is Line Sequential
           Access is Sequential.
           Select Generic-Trans Assign To GENTRAN
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Parm-File Assign To PARMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.
           Select Sort-Work-File Assign To SORTWK01.

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

       FD Generic-Report
           Label Records Are Standard.
        01 Generic-Report-Rec  PIC X(200).

       FD Generic-Trans
           Label Records Are Standard.
        01 Generic-Trans-Rec.
          02 GT-ACTION         PIC X.
          02 GT-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 GT-RACF-ID        PIC X(8).
          02 GT-EFF-DATE       PIC X(8).
          02 GT-EXP-DATE       PIC X(8).
          02 GT-GRP-COUNT      PIC 9(02).
          02 GT-GRP-ENTRY OCCURS 10 Times.
             03 GT-GRP-ACTION    PIC X.
             03 GT-GRP-RACF-ID   PIC X(8).
             03 GT-GRP-EFF-DATE  PIC X(8).
             03 GT-GRP-EXP-DATE  PIC X(8).
          02 GT-ACCESS         PIC X(8).
          02 GT-TICKET         PIC X(12).
          02 GT-REQUESTER      PIC X(8).
          02 GT-APPROVER       PIC X(8).

       FD Parm-File
           Label Records Are Standard.
        01 Parm-Rec.
          02 P-RUN-OPTION      PIC X(8).

       SD Sort-Work-File.
        01 Sort-Work-Rec.
          02 SG-RACF-ID        PIC X(8).
          02 SG-ADS-ID         PIC X(64).
          02 SG-EXP-DATE       PIC X(8).
          02 SG-ACCESS         PIC X(8).

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
       01 Profile-Table.
          02 PT-ENTRY OCCURS 10000 Times.
             03 PT-ADS-ID        PIC X(64).
             03 PT-GENERIC       PIC X.
             03 PT-SPEC          PIC 9(02).
       01 User-Grant-Table.
          02 UG-ENTRY OCCURS 1000 Times.
             03 UG-ADS-ID        PIC X(64).
             03 UG-ACCESS        PIC X(8).
             03 UG-RANK          PIC 9.
             03 UG-GENERIC       PIC X.
             03 UG-SPEC          PIC 9(02).
             03 UG-EXP-DATE      PIC X(8).
       01 Generic-User-Heading.
          02 FILLER            PIC X(5) value 'USER '.
          02 GH-RACF-ID        PIC X(8).
          02 FILLER            PIC X(25)
             value ' PROFILE COVERAGE SUMMARY'.
       01 Generic-Detail-Line.
          02 FILLER            PIC X(4) value spaces.
          02 GD-TAG            PIC X(12).
          02 FILLER            PIC X(2) value spaces.
          02 GD-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 GD-ACCESS         PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 GD-RELATION       PIC X(13).
          02 FILLER            PIC X(2) value spaces.
          02 GD-OTHER-ADS-ID   PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 GD-OTHER-ACCESS   PIC X(8).
       77 WS-Pt-Idx            PIC 9(05) value 0 Comp.
       77 WS-Pt-Count          PIC 9(05) value 0 Comp.
       77 WS-Pt-Overflow       PIC X value 'N'.
       77 WS-Pw-Idx            PIC 9(05) value 0 Comp.
       77 WS-Ug-Idx            PIC 9(05) value 0 Comp.
       77 WS-Ug-Jdx            PIC 9(05) value 0 Comp.
       77 WS-Ug-Count          PIC 9(05) value 0 Comp.
       77 WS-Ug-Overflow       PIC X value 'N'.
       77 WS-Ug-Hit            PIC 9(05) value 0 Comp.
       77 WS-Cover-Hit         PIC 9(05) value 0 Comp.
       77 WS-Win-Hit           PIC 9(05) value 0 Comp.
       77 WS-Win-Spec          PIC 9(02) value 0.
       77 WS-Win-Name          PIC X(64) value spaces.
       77 WS-Best-Gen-Rank     PIC 9 value 0.
       77 WS-Other-Rank        PIC 9 value 0.
       77 WS-Rank              PIC 9 value 0.
       77 WS-Rank-Access       PIC X(8) value spaces.
       77 WS-Hold-Racf-ID      PIC X(8) value low-values.
       77 WS-User-Pending      PIC X value 'N'.
       77 WS-Pat               PIC X(64) value spaces.
       77 WS-Name              PIC X(64) value spaces.
       77 WS-Pat-Len           PIC 9(02) value 0 Comp.
       77 WS-Name-Len          PIC 9(02) value 0 Comp.
       77 WS-Len-Work          PIC 9(02) value 0 Comp.
       77 WS-Pi                PIC 9(03) value 0 Comp.
       77 WS-Ni                PIC 9(03) value 0 Comp.
       77 WS-Star-Pi           PIC 9(03) value 0 Comp.
       77 WS-Star-Ni           PIC 9(03) value 0 Comp.
       77 WS-Dstar-Pi          PIC 9(03) value 0 Comp.
       77 WS-Dstar-Ni          PIC 9(03) value 0 Comp.
       77 WS-Match-Result      PIC X value 'N'.
       77 WS-Match-Done        PIC X value 'N'.
       77 WS-Is-Generic        PIC X value 'N'.
       77 WS-Spec-Len          PIC 9(02) value 0.
       77 WS-Spec-Idx          PIC 9(03) value 0 Comp.
       77 WS-Write-Trans       PIC X value 'N'.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 EOF-Sorted-Recs      PIC X value 'N'.
       77 EOF-Parm-Recs        PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Profile-Count     PIC 9(09) value 0.
       77 WS-Generic-Count     PIC 9(09) value 0.
       77 WS-Grant-Count       PIC 9(09) value 0.
       77 WS-User-Count        PIC 9(09) value 0.
       77 WS-Redundant-Count   PIC 9(09) value 0.
       77 WS-Overridden-Count  PIC 9(09) value 0.
       77 WS-Winner-Count      PIC 9(09) value 0.
       77 WS-Trans-Count       PIC 9(09) value 0.
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
              Ascending Key SG-RACF-ID SG-ADS-ID
              Input Procedure Is Scan-Master-Para
              Output Procedure Is Analyse-Users-Para
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Verify-Master-Para
           Perform Load-Parm-Para
           Perform Load-Profile-Para
           Move 'N' To EOF-Master-Recs
           Open  Input New-Grant
                 Output Generic-Report
                 Output Generic-Trans.

       Load-Parm-Para.
           Open Input Parm-File
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read
           Perform Read-Parm-Para
              Until EOF-Parm-Recs = 'Y'
           Close Parm-File.

       Read-Parm-Para.
           If P-RUN-OPTION = 'WRITETRN'
              Move 'Y' To WS-Write-Trans
           End-If
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read.

       Load-Profile-Para.
           Open Input New-Grant
           Perform Read-Profile-Para
           Perform Load-One-Profile-Para
              Until EOF-Master-Recs = 'Y'
           Close New-Grant.

       Load-One-Profile-Para.
           If WS-Pt-Count = 0
              Or G-ADS-ID Not Equal PT-ADS-ID(WS-Pt-Count)
              If WS-Pt-Count Less Than 10000
                 Add 1 To WS-Pt-Count
                 Add 1 To WS-Profile-Count
                 Move G-ADS-ID To PT-ADS-ID(WS-Pt-Count)
                 Move G-ADS-ID To WS-Pat
                 Perform Classify-Profile-Para
                 Move WS-Is-Generic To PT-GENERIC(WS-Pt-Count)
                 Move WS-Spec-Len To PT-SPEC(WS-Pt-Count)
                 If WS-Is-Generic = 'Y'
                    Add 1 To WS-Generic-Count
                 End-If
              Else
                 Move 'Y' To WS-Pt-Overflow
              End-If
           End-If
           Perform Read-Profile-Para.

       Read-Profile-Para.
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
           End-If.

       Classify-Profile-Para.
           Perform Find-Pat-Len-Para
           Perform Find-One-Wild-Para
              Varying WS-Spec-Idx From 1 By 1
              Until WS-Spec-Idx > WS-Pat-Len
                 Or WS-Pat(WS-Spec-Idx:1) = '*'
                 Or WS-Pat(WS-Spec-Idx:1) = '%'
           If WS-Spec-Idx > WS-Pat-Len
              Move 'N' To WS-Is-Generic
              Move 99 To WS-Spec-Len
           Else
              Move 'Y' To WS-Is-Generic
              Compute WS-Spec-Len = WS-Spec-Idx - 1
           End-If.

       Find-One-Wild-Para.
           Continue.

       Find-Pat-Len-Para.
           Perform Find-One-Wild-Para
              Varying WS-Len-Work From 64 By -1
              Until WS-Len-Work < 1
                 Or WS-Pat(WS-Len-Work:1) Not Equal Space
           Move WS-Len-Work To WS-Pat-Len.

       Find-Name-Len-Para.
           Perform Find-One-Wild-Para
              Varying WS-Len-Work From 64 By -1
              Until WS-Len-Work < 1
                 Or WS-Name(WS-Len-Work:1) Not Equal Space
           Move WS-Len-Work To WS-Name-Len.

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

       Match-Generic-Para.
           Perform Find-Pat-Len-Para
           Perform Find-Name-Len-Para
           Move 'N' To WS-Match-Result
           Move 'N' To WS-Match-Done
           If WS-Pat-Len > 3
              And WS-Pat(WS-Pat-Len - 2:3) = '.**'
              And WS-Name-Len = WS-Pat-Len - 3
              And WS-Pat(1:WS-Name-Len) = WS-Name(1:WS-Name-Len)
              Move 'Y' To WS-Match-Result
              Move 'Y' To WS-Match-Done
           End-If
           Move 1 To WS-Pi
           Move 1 To WS-Ni
           Move 0 To WS-Star-Pi
           Move 0 To WS-Dstar-Pi
           Perform Match-Step-Para
              Until WS-Ni > WS-Name-Len Or WS-Match-Done = 'Y'
           If WS-Match-Done Not Equal 'Y'
              Perform Skip-Pat-Star-Para
                 Until WS-Pi > WS-Pat-Len
                    Or WS-Pat(WS-Pi:1) Not Equal '*'
              If WS-Pi > WS-Pat-Len
                 Move 'Y' To WS-Match-Result
              End-If
           End-If.

       Skip-Pat-Star-Para.
           Add 1 To WS-Pi.

       Match-Step-Para.
           If WS-Pi Less Than WS-Pat-Len
              And WS-Pat(WS-Pi:2) = '**'
              Add 2 To WS-Pi
              Move WS-Pi To WS-Dstar-Pi
              Move WS-Ni To WS-Dstar-Ni
              Move 0 To WS-Star-Pi
           Else If WS-Pi Not Greater Than WS-Pat-Len
              And WS-Pat(WS-Pi:1) = '*'
              Add 1 To WS-Pi
              Move WS-Pi To WS-Star-Pi
              Move WS-Ni To WS-Star-Ni
           Else If WS-Pi Not Greater Than WS-Pat-Len
              And ((WS-Pat(WS-Pi:1) = '%'
                    And WS-Name(WS-Ni:1) Not Equal '.')
                 Or WS-Pat(WS-Pi:1) = WS-Name(WS-Ni:1))
              Add 1 To WS-Pi
              Add 1 To WS-Ni
           Else If WS-Star-Pi > 0
              And WS-Name(WS-Star-Ni:1) Not Equal '.'
              Add 1 To WS-Star-Ni
              Move WS-Star-Ni To WS-Ni
              Move WS-Star-Pi To WS-Pi
           Else If WS-Dstar-Pi > 0
              Add 1 To WS-Dstar-Ni
              Move WS-Dstar-Ni To WS-Ni
              Move WS-Dstar-Pi To WS-Pi
              Move 0 To WS-Star-Pi
           Else
              Move 'N' To WS-Match-Result
              Move 'Y' To WS-Match-Done
           End-If.

       Scan-Master-Para.
           Perform Read-Master-Para
           Perform Scan-One-Master-Para
              Until EOF-Master-Recs = 'Y'.

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
           If G-RACF-ID Not Equal Spaces
              If G-EXP-DATE Not Equal Spaces
                 And G-EXP-DATE Less Than WS-Current-Date
                 Continue
              Else
                 Move Spaces To Sort-Work-Rec
                 Move G-RACF-ID To SG-RACF-ID
                 Move G-ADS-ID To SG-ADS-ID
                 Move G-EXP-DATE To SG-EXP-DATE
                 Move G-ACCESS To SG-ACCESS
                 Release Sort-Work-Rec
                 Add 1 To WS-Grant-Count
              End-If
           End-If
           Perform Read-Master-Para.

       Analyse-Users-Para.
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return
           Perform Collect-One-Grant-Para
              Until EOF-Sorted-Recs = 'Y'
           If WS-User-Pending = 'Y'
              Perform Analyse-User-Para
           End-If.

       Collect-One-Grant-Para.
           If SG-RACF-ID Not Equal WS-Hold-Racf-ID
              If WS-User-Pending = 'Y'
                 Perform Analyse-User-Para
              End-If
              Move SG-RACF-ID To WS-Hold-Racf-ID
              Move 0 To WS-Ug-Count
              Move 'Y' To WS-User-Pending
              Add 1 To WS-User-Count
           End-If
           If WS-Ug-Count Less Than 1000
              Add 1 To WS-Ug-Count
              Move SG-ADS-ID To UG-ADS-ID(WS-Ug-Count)
              If SG-ACCESS Equal Spaces
                 Move 'READ' To UG-ACCESS(WS-Ug-Count)
              Else
                 Move SG-ACCESS To UG-ACCESS(WS-Ug-Count)
              End-If
              Move UG-ACCESS(WS-Ug-Count) To WS-Rank-Access
              Perform Set-Rank-Para
              Move WS-Rank To UG-RANK(WS-Ug-Count)
              Move SG-ADS-ID To WS-Pat
              Perform Classify-Profile-Para
              Move WS-Is-Generic To UG-GENERIC(WS-Ug-Count)
              Move WS-Spec-Len To UG-SPEC(WS-Ug-Count)
              Move SG-EXP-DATE To UG-EXP-DATE(WS-Ug-Count)
           Else
              Move 'Y' To WS-Ug-Overflow
           End-If
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return.

       Analyse-User-Para.
           Move WS-Hold-Racf-ID To GH-RACF-ID
           Write Generic-Report-Rec From Generic-User-Heading
           Perform Analyse-One-Grant-Para
              Varying WS-Ug-Idx From 1 By 1
              Until WS-Ug-Idx > WS-Ug-Count
           Move 'N' To WS-User-Pending.

       Analyse-One-Grant-Para.
           If UG-GENERIC(WS-Ug-Idx) = 'N'
              Perform Check-Redundant-Para
              Move UG-ADS-ID(WS-Ug-Idx) To WS-Win-Name
              Perform Write-Winner-Para
           Else
              Perform Check-Overridden-Para
                 Varying WS-Pt-Idx From 1 By 1
                 Until WS-Pt-Idx > WS-Pt-Count
           End-If.

       Check-Redundant-Para.
           Move 0 To WS-Cover-Hit
           Perform Check-One-Cover-Para
              Varying WS-Ug-Jdx From 1 By 1
              Until WS-Ug-Jdx > WS-Ug-Count
           If WS-Cover-Hit > 0
              Move Spaces To Generic-Detail-Line
              Move 'REDUNDANT' To GD-TAG
              Move UG-ADS-ID(WS-Ug-Idx) To GD-ADS-ID
              Move UG-ACCESS(WS-Ug-Idx) To GD-ACCESS
              Move 'COVERED BY' To GD-RELATION
              Move UG-ADS-ID(WS-Cover-Hit) To GD-OTHER-ADS-ID
              Move UG-ACCESS(WS-Cover-Hit) To GD-OTHER-ACCESS
              Write Generic-Report-Rec From Generic-Detail-Line
              Add 1 To WS-Redundant-Count
              If WS-Write-Trans = 'Y'
                 Perform Write-Delete-Trans-Para
              End-If
           End-If.

       Check-One-Cover-Para.
           If UG-GENERIC(WS-Ug-Jdx) = 'Y'
              And UG-RANK(WS-Ug-Jdx) Not Less Than UG-RANK(WS-Ug-Idx)
              And (UG-EXP-DATE(WS-Ug-Jdx) Equal Spaces
                 Or (UG-EXP-DATE(WS-Ug-Idx) Not Equal Spaces
                    And UG-EXP-DATE(WS-Ug-Jdx) Not Less Than
                       UG-EXP-DATE(WS-Ug-Idx)))
              Move UG-ADS-ID(WS-Ug-Jdx) To WS-Pat
              Move UG-ADS-ID(WS-Ug-Idx) To WS-Name
              Perform Match-Generic-Para
              If WS-Match-Result = 'Y'
                 If WS-Cover-Hit = 0
                    Move WS-Ug-Jdx To WS-Cover-Hit
                 Else If UG-SPEC(WS-Ug-Jdx) > UG-SPEC(WS-Cover-Hit)
                    Move WS-Ug-Jdx To WS-Cover-Hit
                 End-If
              End-If
           End-If.

       Check-Overridden-Para.
           If PT-ADS-ID(WS-Pt-Idx) Not Equal UG-ADS-ID(WS-Ug-Idx)
              And PT-SPEC(WS-Pt-Idx) > UG-SPEC(WS-Ug-Idx)
              Move UG-ADS-ID(WS-Ug-Idx) To WS-Pat
              Move PT-ADS-ID(WS-Pt-Idx) To WS-Name
              Perform Match-Generic-Para
              If WS-Match-Result = 'Y'
                 Perform Find-User-Level-Para
                 If WS-Other-Rank Less Than UG-RANK(WS-Ug-Idx)
                    Move Spaces To Generic-Detail-Line
                    Move 'OVERRIDDEN' To GD-TAG
                    Move UG-ADS-ID(WS-Ug-Idx) To GD-ADS-ID
                    Move UG-ACCESS(WS-Ug-Idx) To GD-ACCESS
                    Move 'BY PROFILE' To GD-RELATION
                    Move PT-ADS-ID(WS-Pt-Idx) To GD-OTHER-ADS-ID
                    If WS-Ug-Hit > 0
                       Move UG-ACCESS(WS-Ug-Hit) To GD-OTHER-ACCESS
                    Else
                       Move 'NONE' To GD-OTHER-ACCESS
                    End-If
                    Write Generic-Report-Rec From Generic-Detail-Line
                    Add 1 To WS-Overridden-Count
                    If PT-GENERIC(WS-Pt-Idx) = 'N' And WS-Ug-Hit = 0
                       Move PT-ADS-ID(WS-Pt-Idx) To WS-Win-Name
                       Perform Write-Winner-Para
                    End-If
                 End-If
              End-If
           End-If.

       Find-User-Level-Para.
           Move 0 To WS-Ug-Hit
           Move 0 To WS-Other-Rank
           Perform Check-One-User-Level-Para
              Varying WS-Ug-Jdx From 1 By 1
              Until WS-Ug-Jdx > WS-Ug-Count Or WS-Ug-Hit > 0.

       Check-One-User-Level-Para.
           If UG-ADS-ID(WS-Ug-Jdx) = PT-ADS-ID(WS-Pt-Idx)
              Move WS-Ug-Jdx To WS-Ug-Hit
              Move UG-RANK(WS-Ug-Jdx) To WS-Other-Rank
           End-If.

       Write-Winner-Para.
           Move 0 To WS-Win-Hit
           Move 0 To WS-Win-Spec
           Move 0 To WS-Best-Gen-Rank
           Perform Check-One-Winner-Para
              Varying WS-Pw-Idx From 1 By 1
              Until WS-Pw-Idx > WS-Pt-Count
           Perform Check-One-Generic-Level-Para
              Varying WS-Ug-Jdx From 1 By 1
              Until WS-Ug-Jdx > WS-Ug-Count
           Move Spaces To Generic-Detail-Line
           Move 'WINNER' To GD-TAG
           Move WS-Win-Name To GD-ADS-ID
           Move 'NONE' To GD-ACCESS
           Perform Find-Winner-Level-Para
              Varying WS-Ug-Jdx From 1 By 1
              Until WS-Ug-Jdx > WS-Ug-Count
           Move 'WON BY' To GD-RELATION
           If WS-Win-Hit > 0
              Move PT-ADS-ID(WS-Win-Hit) To GD-OTHER-ADS-ID
           Else
              Move WS-Win-Name To GD-OTHER-ADS-ID
           End-If
           Move WS-Best-Gen-Rank To WS-Rank
           Perform Set-Rank-Name-Para
           Write Generic-Report-Rec From Generic-Detail-Line
           Add 1 To WS-Winner-Count.

       Check-One-Winner-Para.
           Move PT-ADS-ID(WS-Pw-Idx) To WS-Pat
           Move WS-Win-Name To WS-Name
           If PT-ADS-ID(WS-Pw-Idx) = WS-Win-Name
              Move WS-Pw-Idx To WS-Win-Hit
              Move 99 To WS-Win-Spec
           Else If PT-GENERIC(WS-Pw-Idx) = 'Y'
              And PT-SPEC(WS-Pw-Idx) Not Less Than WS-Win-Spec
              Perform Match-Generic-Para
              If WS-Match-Result = 'Y'
                 Move WS-Pw-Idx To WS-Win-Hit
                 Move PT-SPEC(WS-Pw-Idx) To WS-Win-Spec
              End-If
           End-If.

       Check-One-Generic-Level-Para.
           If UG-GENERIC(WS-Ug-Jdx) = 'Y'
              And UG-RANK(WS-Ug-Jdx) > WS-Best-Gen-Rank
              Move UG-ADS-ID(WS-Ug-Jdx) To WS-Pat
              Move WS-Win-Name To WS-Name
              Perform Match-Generic-Para
              If WS-Match-Result = 'Y'
                 Move UG-RANK(WS-Ug-Jdx) To WS-Best-Gen-Rank
              End-If
           End-If.

       Find-Winner-Level-Para.
           If WS-Win-Hit > 0
              And UG-ADS-ID(WS-Ug-Jdx) = PT-ADS-ID(WS-Win-Hit)
              Move UG-ACCESS(WS-Ug-Jdx) To GD-ACCESS
           End-If.

       Set-Rank-Name-Para.
           If WS-Rank = 4
              Move 'ALTER' To GD-OTHER-ACCESS
           Else If WS-Rank = 3
              Move 'CONTROL' To GD-OTHER-ACCESS
           Else If WS-Rank = 2
              Move 'UPDATE' To GD-OTHER-ACCESS
           Else If WS-Rank = 1
              Move 'READ' To GD-OTHER-ACCESS
           Else
              Move 'NONE' To GD-OTHER-ACCESS
           End-If.

       Write-Delete-Trans-Para.
           Move Spaces To Generic-Trans-Rec
           Move 'D' To GT-ACTION
           Move UG-ADS-ID(WS-Ug-Idx) To GT-ADS-ID
           Move WS-Hold-Racf-ID To GT-RACF-ID
           Move 0 To GT-GRP-COUNT
           Move 'NUGENANL' To GT-REQUESTER
           Write Generic-Trans-Rec
           Add 1 To WS-Trans-Count.

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
           Display 'NUGENANL CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close New-Grant Generic-Report Generic-Trans.

       Report-Para.
           Display 'NUGENANL CONTROL TOTALS'
           If WS-Write-Trans = 'Y'
              Display 'RUN MODE . . . . . . . WRITE TRANSACTIONS'
           Else
              Display 'RUN MODE . . . . . . . REPORT ONLY'
           End-If
           Display 'GRANT RECORDS READ . . ' WS-Read-Count
           Display 'PROFILES LOADED  . . . ' WS-Profile-Count
           Display 'GENERIC PROFILES . . . ' WS-Generic-Count
           Display 'ACTIVE GRANTS SORTED . ' WS-Grant-Count
           Display 'USERS ANALYSED . . . . ' WS-User-Count
           Display 'REDUNDANT GRANTS . . . ' WS-Redundant-Count
           Display 'OVERRIDDEN GENERICS  . ' WS-Overridden-Count
           Display 'WINNING PROFILE LINES  ' WS-Winner-Count
           Display 'DELETE TRANSACTIONS  . ' WS-Trans-Count
           If WS-Pt-Overflow = 'Y'
              Display 'PROFILE TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Ug-Overflow = 'Y'
              Display 'USER GRANT TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Pt-Overflow = 'Y' Or WS-Ug-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Redundant-Count > 0 Or WS-Overridden-Count > 0
              Move 4 To Return-Code
           Else If WS-Read-Count = 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUGENANL' To RS-PROGRAM
           Move WS-Current-Date To RS-RUN-DATE
           Move WS-Read-Count To RS-IN-PRIME
           Move WS-Profile-Count To RS-IN-SECOND
           Move WS-Redundant-Count To RS-OUT-PRIME
           Move WS-Trans-Count To RS-OUT-SECOND
           Move 0 To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
