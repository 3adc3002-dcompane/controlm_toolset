           Select Disp-Report Assign To DISPRPT
           Organization Is Line Sequential
           Access is Sequential.
           Select Resolve-Log Assign To RESOLOG
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.
             03 RJ-GRP-EXP-DATE  PIC X(8).
          02 FILLER            PIC X value space.
          02 RJ-REASON         PIC X(40).
          02 FILLER            PIC X value space.
          02 RJ-ACCESS         PIC X(8).
          02 FILLER            PIC X value space.
          02 RJ-TICKET         PIC X(12).
          02 FILLER            PIC X value space.
          02 RJ-REQUESTER      PIC X(8).
          02 FILLER            PIC X value space.
          02 RJ-APPROVER       PIC X(8).

       FD Exception-File
           Label Records Are Standard.
             03 EX-GRP-RACF-ID-2   PIC X(8).
             03 EX-GRP-EFF-DATE-2  PIC X(8).
             03 EX-GRP-EXP-DATE-2  PIC X(8).
          02 FILLER            PIC X value space.
          02 EX-ACCESS-1       PIC X(8).
          02 FILLER            PIC X value space.
          02 EX-ACCESS-2       PIC X(8).
          02 FILLER            PIC X value space.
          02 EX-TICKET-1       PIC X(12).
          02 FILLER            PIC X value space.
          02 EX-REQUESTER-1    PIC X(8).
          02 FILLER            PIC X value space.
          02 EX-APPROVER-1     PIC X(8).
          02 FILLER            PIC X value space.
          02 EX-TICKET-2       PIC X(12).
          02 FILLER            PIC X value space.
          02 EX-REQUESTER-2    PIC X(8).
          02 FILLER            PIC X value space.
          02 EX-APPROVER-2     PIC X(8).

       FD Suspense-In
           Label Records Are Standard.
             03 SI-GRP-EXP-DATE  PIC X(8).
          02 FILLER            PIC X value space.
          02 SI-REASON         PIC X(40).
          02 FILLER            PIC X value space.
          02 SI-ACCESS         PIC X(8).
          02 FILLER            PIC X value space.
          02 SI-TICKET         PIC X(12).
          02 FILLER            PIC X value space.
          02 SI-REQUESTER      PIC X(8).
          02 FILLER            PIC X value space.
          02 SI-APPROVER       PIC X(8).

       FD Suspense-Out
           Label Records Are Standard.
             03 SO-GRP-EXP-DATE  PIC X(8).
          02 FILLER            PIC X value space.
          02 SO-REASON         PIC X(40).
          02 FILLER            PIC X value space.
          02 SO-ACCESS         PIC X(8).
          02 FILLER            PIC X value space.
          02 SO-TICKET         PIC X(12).
          02 FILLER            PIC X value space.
          02 SO-REQUESTER      PIC X(8).
          02 FILLER            PIC X value space.
          02 SO-APPROVER       PIC X(8).

       FD Recycle-Out
           Label Records Are Standard.
          02 RC-EFF-DATE       PIC X(8).
          02 RC-EXP-DATE       PIC X(8).
          02 RC-GRP-COUNT      PIC 9(02).
          02 RC-GRP-ENTRY OCCURS 10 Times.
             03 RC-GRP-ACTION    PIC X.
             03 RC-GRP-RACF-ID   PIC X(8).
             03 RC-GRP-EFF-DATE  PIC X(8).
             03 RC-GRP-EXP-DATE  PIC X(8).
          02 RC-ACCESS         PIC X(8).
          02 RC-TICKET         PIC X(12).
          02 RC-REQUESTER      PIC X(8).
          02 RC-APPROVER       PIC X(8).

       FD Aged-Report
           Label Records Are Standard.
           Label Records Are Standard.
        01 Disp-Report-Rec     PIC X(132).

       FD Resolve-Log
           Label Records Are Standard.
        01 Resolve-Log-Rec.
          02 RL-RESOLVE-DATE   PIC X(8).
          02 FILLER            PIC X value space.
          02 RL-FIRST-DATE     PIC X(8).
          02 FILLER            PIC X value space.
          02 RL-DAYS           PIC 9(05).
          02 FILLER            PIC X value space.
          02 RL-OUTCOME        PIC X(13).
          02 FILLER            PIC X value space.
          02 RL-SOURCE         PIC X.
          02 FILLER            PIC X value space.
          02 RL-CYCLE-COUNT    PIC 9(03).
          02 FILLER            PIC X value space.
          02 RL-ACTION         PIC X.
          02 RL-ADS-ID         PIC X(64).
          02 FILLER            PIC X value space.
          02 RL-RACF-ID        PIC X(8).
          02 FILLER            PIC X value space.
          02 RL-REASON         PIC X(40).

       FD Run-Stats-File
           Label Records Are Standard.
        01 Run-Stats-Rec.
                04 ST-GRP-EFF-DATE  PIC X(8).
                04 ST-GRP-EXP-DATE  PIC X(8).
             03 ST-REASON        PIC X(40).
             03 ST-ACCESS        PIC X(8).
             03 ST-TICKET        PIC X(12).
             03 ST-REQUESTER     PIC X(8).
             03 ST-APPROVER      PIC X(8).
       01 Work-Suspense-Rec.
          02 W-SOURCE          PIC X.
          02 W-ACTION          PIC X.
             03 W-GRP-EFF-DATE   PIC X(8).
             03 W-GRP-EXP-DATE   PIC X(8).
          02 W-REASON          PIC X(40).
          02 W-ACCESS          PIC X(8).
          02 W-TICKET          PIC X(12).
          02 W-REQUESTER       PIC X(8).
          02 W-APPROVER        PIC X(8).
       01 Aged-Detail-Line.
          02 AD-CYCLE-COUNT    PIC ZZ9.
          02 FILLER            PIC X(8) value ' CYCLES '.
       77 WS-Disp-Invalid      PIC 9(09) value 0.
       77 WS-Stats-New-In      PIC 9(09) value 0.
       77 WS-Stats-Recycled    PIC 9(09) value 0.
       77 WS-Resolve-Outcome   PIC X(13) value spaces.
       77 WS-Resolve-Days      PIC S9(07) value 0 Comp.
       77 WS-Resolved-Count    PIC 9(09) value 0.
       77 WS-Emerg-Expired     PIC 9(09) value 0.

       PROCEDURE DIVISION.
       Main-Para.
                 Output Recycle-Out
                 Output Aged-Report
                 Output Disp-Report
                 Extend Resolve-Log
           Perform Read-Suspense-Para
           Perform Read-Reject-Para
           Perform Read-Exception-Para.
                 Varying WS-Grp-Idx From 1 By 1
                 Until WS-Grp-Idx > SI-GRP-COUNT
              Move SI-REASON To ST-REASON(WS-Susp-Count)
              Move SI-ACCESS To ST-ACCESS(WS-Susp-Count)
              Move SI-TICKET To ST-TICKET(WS-Susp-Count)
              Move SI-REQUESTER To ST-REQUESTER(WS-Susp-Count)
              Move SI-APPROVER To ST-APPROVER(WS-Susp-Count)
           Else
              Move 'Y' To WS-Susp-Overflow
              Perform Write-Suspense-From-In-Para
              Varying WS-Grp-Idx From 1 By 1
              Until WS-Grp-Idx > SI-GRP-COUNT
           Move SI-REASON To SO-REASON
           Move SI-ACCESS To SO-ACCESS
           Move SI-TICKET To SO-TICKET
           Move SI-REQUESTER To SO-REQUESTER
           Move SI-APPROVER To SO-APPROVER
           Write Suspense-Out-Rec
           Add 1 To WS-Suspense-Out-Count.

              Varying WS-Grp-Idx From 1 By 1
              Until WS-Grp-Idx > RJ-GRP-COUNT
           Move RJ-REASON To W-REASON
           Move RJ-ACCESS To W-ACCESS
           Move RJ-TICKET To W-TICKET
           Move RJ-REQUESTER To W-REQUESTER
           Move RJ-APPROVER To W-APPROVER
           Perform Match-Or-Add-Para
           Perform Read-Reject-Para.

              Varying WS-Grp-Idx From 1 By 1
              Until WS-Grp-Idx > EX-GRP-COUNT-2
           Move 'ACTION CONFLICT HELD FOR REVIEW' To W-REASON
           Move EX-ACCESS-2 To W-ACCESS
           Move EX-TICKET-2 To W-TICKET
           Move EX-REQUESTER-2 To W-REQUESTER
           Move EX-APPROVER-2 To W-APPROVER
           Perform Match-Or-Add-Para
           If EX-ACTION-1 Not Equal Space
              Move Spaces To Work-Suspense-Rec
                 Varying WS-Grp-Idx From 1 By 1
                 Until WS-Grp-Idx > EX-GRP-COUNT-1
              Move 'ACTION CONFLICT HELD FOR REVIEW' To W-REASON
              Move EX-ACCESS-1 To W-ACCESS
              Move EX-TICKET-1 To W-TICKET
              Move EX-REQUESTER-1 To W-REQUESTER
              Move EX-APPROVER-1 To W-APPROVER
              Perform Match-Or-Add-Para
           End-If
           Perform Read-Exception-Para.
              Add 1 To ST-CYCLE-COUNT(WS-Susp-Hit)
              Move 'Y' To ST-REREJECTED(WS-Susp-Hit)
              Move W-REASON To ST-REASON(WS-Susp-Hit)
              Move W-ACCESS To ST-ACCESS(WS-Susp-Hit)
              Move W-TICKET To ST-TICKET(WS-Susp-Hit)
              Move W-REQUESTER To ST-REQUESTER(WS-Susp-Hit)
              Move W-APPROVER To ST-APPROVER(WS-Susp-Hit)
           Else
              Perform Add-Suspense-Entry-Para
           End-If.
                 Varying WS-Grp-Idx From 1 By 1
                 Until WS-Grp-Idx > W-GRP-COUNT
              Move W-REASON To ST-REASON(WS-Susp-Count)
              Move W-ACCESS To ST-ACCESS(WS-Susp-Count)
              Move W-TICKET To ST-TICKET(WS-Susp-Count)
              Move W-REQUESTER To ST-REQUESTER(WS-Susp-Count)
              Move W-APPROVER To ST-APPROVER(WS-Susp-Count)
           Else
              Move 'Y' To WS-Susp-Overflow
              Perform Write-Suspense-From-Work-Para
              Varying WS-Grp-Idx From 1 By 1
              Until WS-Grp-Idx > W-GRP-COUNT
           Move W-REASON To SO-REASON
           Move W-ACCESS To SO-ACCESS
           Move W-TICKET To SO-TICKET
           Move W-REQUESTER To SO-REQUESTER
           Move W-APPROVER To SO-APPROVER
           Write Suspense-Out-Rec
           Add 1 To WS-Suspense-Out-Count.


       Dispose-One-Entry-Para.
           Perform Find-Disp-Para
           If ST-ACTION(WS-Susp-Idx) = 'E'
              Perform Dispose-Emergency-Para
           Else
              If WS-Disp-Found = 'Y'
                 Perform Apply-Disp-Para
              Else
                 Perform Dispose-Normal-Para
              End-If
           End-If.

       Dispose-Emergency-Para.
           If ST-REREJECTED(WS-Susp-Idx) = 'N'
              Add 1 To WS-Cleared-Count
              Move 'CLEARED' To WS-Resolve-Outcome
           Else
              Add 1 To WS-Emerg-Expired
              Move 'EMERG-EXPIRED' To WS-Resolve-Outcome
           End-If
           Perform Write-Resolve-Para
           If WS-Disp-Found = 'Y'
              Move 'Y' To DT-USED(WS-Disp-Hit)
              Move Spaces To Disp-Detail-Line
              Move DT-CODE(WS-Disp-Hit) To DD-CODE
              Move ST-ACTION(WS-Susp-Idx) To DD-ACTION
              Move ST-ADS-ID(WS-Susp-Idx) To DD-ADS-ID
              Move 'EMERGENCY - CANCELLED, RE-REQUEST'
                 To DD-RESULT
              Write Disp-Report-Rec From Disp-Detail-Line
           End-If.

       Find-Disp-Para.
           If DT-CODE(WS-Disp-Hit) = 'R'
              Perform Write-Recycle-Para
              Add 1 To WS-Released-Count
              Move 'RELEASED' To WS-Resolve-Outcome
              Perform Write-Resolve-Para
              Move 'FORCE-RELEASED TO RECYCLE' To DD-RESULT
           Else If DT-CODE(WS-Disp-Hit) = 'C'
              Add 1 To WS-Cancelled-Count
              Move 'CANCELLED' To WS-Resolve-Outcome
              Perform Write-Resolve-Para
              Move 'CANCELLED - REMOVED FROM SUSPENSE' To DD-RESULT
           Else If DT-CODE(WS-Disp-Hit) = 'H'
              Perform Write-Suspense-From-Table-Para
              And ST-CYCLE-COUNT(WS-Susp-Idx)
                 Not Greater Than WS-Max-Cycles
              Add 1 To WS-Cleared-Count
              Move 'CLEARED' To WS-Resolve-Outcome
              Perform Write-Resolve-Para
           Else
              If ST-CYCLE-COUNT(WS-Susp-Idx)
                 Greater Than WS-Max-Cycles
              End-If
           End-If.

       Write-Resolve-Para.
           Move Spaces To Resolve-Log-Rec
           Move WS-Current-Date To RL-RESOLVE-DATE
           Move ST-FIRST-DATE(WS-Susp-Idx) To RL-FIRST-DATE
           Move 0 To WS-Resolve-Days
           If ST-FIRST-DATE(WS-Susp-Idx) Is Numeric
              Compute WS-Resolve-Days =
                 Function Integer-Of-Date
                    (Function Numval(WS-Current-Date)) -
                 Function Integer-Of-Date
                    (Function Numval(ST-FIRST-DATE(WS-Susp-Idx)))
           End-If
           If WS-Resolve-Days > 0
              Move WS-Resolve-Days To RL-DAYS
           Else
              Move 0 To RL-DAYS
           End-If
           Move WS-Resolve-Outcome To RL-OUTCOME
           Move ST-SOURCE(WS-Susp-Idx) To RL-SOURCE
           Move ST-CYCLE-COUNT(WS-Susp-Idx) To RL-CYCLE-COUNT
           Move ST-ACTION(WS-Susp-Idx) To RL-ACTION
           Move ST-ADS-ID(WS-Susp-Idx) To RL-ADS-ID
           Move ST-RACF-ID(WS-Susp-Idx) To RL-RACF-ID
           Move ST-REASON(WS-Susp-Idx) To RL-REASON
           Write Resolve-Log-Rec
           Add 1 To WS-Resolved-Count.

       Write-Aged-Para.
           Move ST-CYCLE-COUNT(WS-Susp-Idx) To AD-CYCLE-COUNT
           Move ST-SOURCE(WS-Susp-Idx) To AD-SOURCE
              Varying WS-Grp-Idx From 1 By 1
              Until WS-Grp-Idx > ST-GRP-COUNT(WS-Susp-Idx)
           Move ST-REASON(WS-Susp-Idx) To SO-REASON
           Move ST-ACCESS(WS-Susp-Idx) To SO-ACCESS
           Move ST-TICKET(WS-Susp-Idx) To SO-TICKET
           Move ST-REQUESTER(WS-Susp-Idx) To SO-REQUESTER
           Move ST-APPROVER(WS-Susp-Idx) To SO-APPROVER
           Write Suspense-Out-Rec
           Add 1 To WS-Suspense-Out-Count.

           Perform Copy-One-Recycle-Grp-Para
              Varying WS-Grp-Idx From 1 By 1
              Until WS-Grp-Idx > ST-GRP-COUNT(WS-Susp-Idx)
           Move ST-ACCESS(WS-Susp-Idx) To RC-ACCESS
           Move ST-TICKET(WS-Susp-Idx) To RC-TICKET
           Move ST-REQUESTER(WS-Susp-Idx) To RC-REQUESTER
           Move ST-APPROVER(WS-Susp-Idx) To RC-APPROVER
           Write Recycle-Out-Rec.

       Copy-One-Recycle-Grp-Para.
       End-Para.
           Close Reject-File Exception-File Suspense-In
                 Suspense-Out Recycle-Out Aged-Report
                 Disp-Report Resolve-Log.

       Report-Para.
           Display 'NURECYCL CONTROL TOTALS'
           Display 'ITEMS HELD . . . . . . ' WS-Held-Count
           Display 'DISPOSITIONS UNMATCHED ' WS-Disp-Unmatched
           Display 'DISPOSITIONS INVALID . ' WS-Disp-Invalid
           Display 'EMERGENCY ITEMS EXPIRED' WS-Emerg-Expired
           Display 'RESOLUTIONS LOGGED . . ' WS-Resolved-Count
           If WS-Susp-Overflow = 'Y'
              Display 'SUSPENSE TABLE FULL - INCREASE TABLE SIZE'
           End-If
              Move 8 To Return-Code
           Else If WS-Aged-Count > 0
              Or WS-Disp-Unmatched > 0 Or WS-Disp-Invalid > 0
              Or WS-Emerg-Expired > 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
