           Organization Is Indexed
           Access Is Sequential
           Record Key Is N-KEY.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Cycle-Control-Out Assign To CYCLOUT
           Organization Is Line Sequential
           Access is Sequential.
           Select Audit-Log Assign To AUDITLOG
           Organization Is Line Sequential
           Access is Sequential.
          02 O-TYPE            PIC X(7).
          02 O-EFF-DATE        PIC X(8).
          02 O-EXP-DATE        PIC X(8).
          02 O-ACCESS          PIC X(8).
          02 O-EMERG-FLAG      PIC X.
          02 O-EMERG-EXP-TS    PIC X(12).
          02 O-EMERG-PRIOR     PIC X(8).
        01 Old-Control-Rec.
          02 OC-ACTION         PIC X.
          02 OC-KEY            PIC X(72).
          02 OC-FILLER         PIC X.
          02 OC-CYCLE-NO       PIC 9(07).
          02 OC-BUS-DATE       PIC X(8).
          02 OC-REC-COUNT      PIC 9(09).
          02 OC-HASH-TOTAL     PIC 9(15).
          02 FILLER            PIC X(13).

       FD Trans-File
           Label Records Are Standard.
          02 T-TYPE            PIC X(7).
          02 T-EFF-DATE        PIC X(8).
          02 T-EXP-DATE        PIC X(8).
          02 T-ACCESS          PIC X(8).
          02 T-TICKET          PIC X(12).
          02 T-REQUESTER       PIC X(8).
          02 T-APPROVER        PIC X(8).
          02 T-EMERG-HOURS     PIC X(02).
        01 Trans-Header-Rec.
          02 TH-ACTION         PIC X.
          02 TH-RECORD-ID      PIC X(8).
          02 FILLER            PIC X.
          02 TH-CYCLE-NO       PIC 9(07).
          02 FILLER            PIC X.
          02 TH-BUS-DATE       PIC X(8).

       FD New-Grant
           Label Records Are Standard.
          02 N-TYPE            PIC X(7).
          02 N-EFF-DATE        PIC X(8).
          02 N-EXP-DATE        PIC X(8).
          02 N-ACCESS          PIC X(8).
          02 N-EMERG-FLAG      PIC X.
          02 N-EMERG-EXP-TS    PIC X(12).
          02 N-EMERG-PRIOR     PIC X(8).
        01 New-Control-Rec.
          02 NC-ACTION         PIC X.
          02 NC-KEY            PIC X(72).
          02 NC-FILLER         PIC X.
          02 NC-CYCLE-NO       PIC 9(07).
          02 NC-BUS-DATE       PIC X(8).
          02 NC-REC-COUNT      PIC 9(09).
          02 NC-HASH-TOTAL     PIC 9(15).
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

       FD Cycle-Control-Out
           Label Records Are Standard.
        01 Cycle-Control-Out-Rec.
          02 CO-CYCLE-NO       PIC 9(07).
          02 FILLER            PIC X value space.
          02 CO-BUS-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 CO-REC-COUNT      PIC 9(09).
          02 FILLER            PIC X value space.
          02 CO-HASH-TOTAL     PIC 9(15).

       FD Audit-Log
           Label Records Are Standard.
          02 AL-NEW-RACF-ID    PIC X(8).
          02 FILLER            PIC X value space.
          02 AL-TIMESTAMP      PIC X(14).
          02 FILLER            PIC X value space.
          02 AL-OLD-ACCESS     PIC X(8).
          02 FILLER            PIC X value space.
          02 AL-NEW-ACCESS     PIC X(8).
          02 FILLER            PIC X value space.
          02 AL-TICKET         PIC X(12).
          02 FILLER            PIC X value space.
          02 AL-REQUESTER      PIC X(8).
          02 FILLER            PIC X value space.
          02 AL-APPROVER       PIC X(8).
          02 FILLER            PIC X value space.
          02 AL-EVENT-FLAG     PIC X.
          02 FILLER            PIC X value space.
          02 AL-EMERG-EXP-TS   PIC X(12).
          02 FILLER            PIC X value space.
          02 AL-TYPE           PIC X(7).
          02 FILLER            PIC X value space.
          02 AL-EFF-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 AL-EXP-DATE       PIC X(8).

       FD Reject-File
           Label Records Are Standard.
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

       FD Checkpoint-Out
           Label Records Are Standard.
          02 CKO-Last-RACF-ID  PIC X(8).
          02 FILLER            PIC X value space.
          02 CKO-Read-Count    PIC 9(09).
          02 FILLER            PIC X value space.
          02 CKO-Master-Count  PIC 9(09).
          02 FILLER            PIC X value space.
          02 CKO-Master-Hash   PIC 9(15).

       FD Checkpoint-In
           Label Records Are Standard.
          02 CKI-Last-RACF-ID  PIC X(8).
          02 FILLER            PIC X value space.
          02 CKI-Read-Count    PIC 9(09).
          02 FILLER            PIC X value space.
          02 CKI-Master-Count  PIC 9(09).
          02 FILLER            PIC X value space.
          02 CKI-Master-Hash   PIC 9(15).

       FD Parm-File
           Label Records Are Standard.
          02 AR-TYPE           PIC X(7).
          02 AR-EFF-DATE       PIC X(8).
          02 AR-EXP-DATE       PIC X(8).
          02 AR-ACCESS         PIC X(8).

       FD Archive-In
           Label Records Are Standard.
          02 AI-TYPE           PIC X(7).
          02 AI-EFF-DATE       PIC X(8).
          02 AI-EXP-DATE       PIC X(8).
          02 AI-ACCESS         PIC X(8).

       FD Run-Stats-File
           Label Records Are Standard.
          02 M-TYPE            PIC X(7) value spaces.
          02 M-EFF-DATE        PIC X(8) value spaces.
          02 M-EXP-DATE        PIC X(8) value spaces.
          02 M-ACCESS          PIC X(8) value spaces.
          02 M-TICKET          PIC X(12) value spaces.
          02 M-REQUESTER       PIC X(8) value spaces.
          02 M-APPROVER        PIC X(8) value spaces.
          02 M-EMERG-FLAG      PIC X value spaces.
          02 M-EMERG-EXP-TS    PIC X(12) value spaces.
          02 M-EMERG-PRIOR     PIC X(8) value spaces.
          02 M-EMERG-HOURS     PIC X(02) value spaces.
       01 Buffer-Grant-Rec.
          02 B-ACTION          PIC X value spaces.
          02 B-KEY.
          02 B-TYPE            PIC X(7) value spaces.
          02 B-EFF-DATE        PIC X(8) value spaces.
          02 B-EXP-DATE        PIC X(8) value spaces.
          02 B-ACCESS          PIC X(8) value spaces.
          02 B-TICKET          PIC X(12) value spaces.
          02 B-REQUESTER       PIC X(8) value spaces.
          02 B-APPROVER        PIC X(8) value spaces.
          02 B-EMERG-FLAG      PIC X value spaces.
          02 B-EMERG-EXP-TS    PIC X(12) value spaces.
          02 B-EMERG-PRIOR     PIC X(8) value spaces.
          02 B-EMERG-HOURS     PIC X(02) value spaces.
       01 Archive-Table.
          02 AT-ENTRY OCCURS 2000 Times.
             03 AT-ADS-ID        PIC X(64).
             03 AT-TYPE          PIC X(7).
             03 AT-EFF-DATE      PIC X(8).
             03 AT-EXP-DATE      PIC X(8).
             03 AT-ACCESS        PIC X(8).
       77 WS-Arch-Idx           PIC 9(05) value 0 Comp.
       77 WS-Arch-Count         PIC 9(05) value 0 Comp.
       77 WS-Arch-Hit           PIC 9(05) value 0 Comp.
       77 WS-Count-Delete       PIC 9(09) value 0.
       77 WS-Exception-Pending  PIC X value 'N'.
       77 WS-Count-Reinstate    PIC 9(09) value 0.
       77 WS-Count-Level-Change PIC 9(09) value 0.
       77 WS-Old-Access         PIC X(8) value spaces.
       77 WS-Emerg-Revoke       PIC X value 'N'.
       77 WS-Emerg-Held         PIC X value 'N'.
       77 WS-Rank-Access        PIC X(8) value spaces.
       77 WS-Rank               PIC 9 value 0.
       77 WS-Old-Rank           PIC 9 value 0.
       77 WS-Run-Hour           PIC 9(02) value 0.
       77 WS-Emerg-Hours        PIC 9(02) value 0.
       77 WS-Emerg-Total        PIC 9(03) value 0.
       77 WS-Emerg-Days         PIC 9(03) value 0.
       77 WS-Emerg-Hour         PIC 9(02) value 0.
       77 WS-Emerg-Date         PIC 9(08) value 0.
       77 WS-Count-Emergency    PIC 9(09) value 0.
       77 WS-Count-Emerg-Revoke PIC 9(09) value 0.
       77 WS-Archive-Count      PIC 9(09) value 0.
       77 WS-Audit-Count        PIC 9(09) value 0.
       77 WS-Total-Applied      PIC 9(09) value 0.
       77 WS-Stats-Errors      PIC 9(09) value 0.
       77 WS-Cycle-No          PIC 9(07) value 0.
       77 WS-Cycle-Date        PIC X(8) value spaces.
       77 WS-Cycle-Count       PIC 9(09) value 0.
       77 WS-Cycle-Hash        PIC 9(15) value 0.
       77 WS-Tran-Cycle-No     PIC 9(07) value 0.
       77 WS-Tran-Date         PIC X(8) value spaces.
       77 WS-Cycle-Error       PIC X(40) value spaces.
       77 WS-Ctl-Count         PIC 9(09) value 0.
       77 WS-Ctl-Hash          PIC 9(15) value 0.
       77 WS-Master-Count      PIC 9(09) value 0.
       77 WS-Master-Hash       PIC 9(15) value 0.
       77 WS-Hash-Date         PIC 9(08) value 0.
       77 EOF-Cycle-Recs       PIC X value 'N'.
       77 EOF-Verify-Recs      PIC X value 'N'.

       PROCEDURE DIVISION.
       Main-Para.
           Move WS-Current-Date To WS-Run-Timestamp(1:8)
           Move WS-Current-Time To WS-Run-Timestamp(9:6)
           Perform Load-Parm-Para
           Perform Verify-Cycle-Para
           Open  Input Old-Grant
                 Input Trans-File
           Perform Load-Restart-Point-Para
              Open Output New-Grant
              Open Output Audit-Log
              Open Output Archive-File
              Perform Write-Master-Header-Para
           End-If
           Open  Output Reject-File
                 Output Exception-File
       Read-Old-Para.
           Read Old-Grant At End Move 'Y' To EOF-Old-Recs
           End-Read
           If EOF-Old-Recs Not Equal 'Y'
              And O-KEY Equal Low-Values
              Read Old-Grant At End Move 'Y' To EOF-Old-Recs
              End-Read
           End-If
           If EOF-Old-Recs Not Equal 'Y'
              And O-KEY Equal High-Values
              Move 'Y' To EOF-Old-Recs
           End-If
           If EOF-Old-Recs = 'Y'
              Move High-Values To WS-Old-Key
           Else
       Read-Trans-Para.
           Read Trans-File At End Move 'Y' To EOF-Trans-Recs
           End-Read
           If EOF-Trans-Recs Not Equal 'Y'
              And TH-ACTION = 'H'
              And TH-RECORD-ID = 'CYCLEHDR'
              Read Trans-File At End Move 'Y' To EOF-Trans-Recs
              End-Read
           End-If
           If EOF-Trans-Recs = 'Y'
              Move High-Values To WS-Trans-Key
           Else
           Move O-RACF-ID To M-RACF-ID
           Move O-TYPE To M-TYPE
           Move O-EFF-DATE To M-EFF-DATE
           Move O-EXP-DATE To M-EXP-DATE
           Move O-ACCESS To M-ACCESS
           Move Spaces To M-TICKET
           Move Spaces To M-REQUESTER
           Move Spaces To M-APPROVER
           Move O-EMERG-FLAG To M-EMERG-FLAG
           Move O-EMERG-EXP-TS To M-EMERG-EXP-TS
           Move O-EMERG-PRIOR To M-EMERG-PRIOR
           Move Spaces To M-EMERG-HOURS.

       Move-Trans-To-Merged-Para.
           Move T-ACTION To M-ACTION
           Move T-RACF-ID To M-RACF-ID
           Move T-TYPE To M-TYPE
           Move T-EFF-DATE To M-EFF-DATE
           Move T-EXP-DATE To M-EXP-DATE
           Move T-ACCESS To M-ACCESS
           Move T-TICKET To M-TICKET
           Move T-REQUESTER To M-REQUESTER
           Move T-APPROVER To M-APPROVER
           Move Spaces To M-EMERG-FLAG
           Move Spaces To M-EMERG-EXP-TS
           Move Spaces To M-EMERG-PRIOR
           Move T-EMERG-HOURS To M-EMERG-HOURS.

       Load-Archive-Para.
           Open Input Archive-In
           Move AI-TYPE To AT-TYPE(WS-Arch-Count)
           Move AI-EFF-DATE To AT-EFF-DATE(WS-Arch-Count)
           Move AI-EXP-DATE To AT-EXP-DATE(WS-Arch-Count)
           Move AI-ACCESS To AT-ACCESS(WS-Arch-Count)
           Read Archive-In At End Move 'Y' To EOF-Archive-Recs
           End-Read.

           Move 'Y' To WS-Restarting
           Move CKI-Last-ADS-ID To WS-Restart-Key(1:64)
           Move CKI-Last-RACF-ID To WS-Restart-Key(65:8)
           Move CKI-Master-Count To WS-Master-Count
           Move CKI-Master-Hash To WS-Master-Hash
           Read Checkpoint-In At End Move 'Y' To EOF-Checkpoint-Recs
           End-Read.

                     Move 'D' To AL-ACTION
                     Move B-RACF-ID To AL-OLD-RACF-ID
                     Move spaces To AL-NEW-RACF-ID
                     Move B-ACCESS To AL-OLD-ACCESS
                     Move M-TICKET To AL-TICKET
                     Move M-REQUESTER To AL-REQUESTER
                     Move M-APPROVER To AL-APPROVER
                     Move B-TYPE To AL-TYPE
                     Move B-EFF-DATE To AL-EFF-DATE
                     Move B-EXP-DATE To AL-EXP-DATE
                     Move WS-Run-Timestamp To AL-TIMESTAMP
                     Write Audit-Log-Rec
                     Add 1 To WS-Audit-Count
                  If M-TYPE Not Equal Spaces
                     Move M-TYPE To B-TYPE
                  End-If
                  Move B-ACCESS To WS-Old-Access
                  If M-ACCESS Not Equal Spaces
                     Move M-ACCESS To B-ACCESS
                  Else
                     If B-EMERG-FLAG = 'E'
                        And B-EMERG-PRIOR Not Equal Spaces
                        Move B-EMERG-PRIOR To B-ACCESS
                     End-If
                  End-If
                  Move Spaces To B-EMERG-FLAG
                  Move Spaces To B-EMERG-EXP-TS
                  Move Spaces To B-EMERG-PRIOR
                  Move M-EFF-DATE To B-EFF-DATE
                  Move M-EXP-DATE To B-EXP-DATE
                  perform Copy-to-Output
                     Move B-ADS-ID To AL-ADS-ID
                     Move B-RACF-ID To AL-OLD-RACF-ID
                     Move Spaces To AL-NEW-RACF-ID
                     Move WS-Old-Access To AL-OLD-ACCESS
                     Move M-TICKET To AL-TICKET
                     Move M-REQUESTER To AL-REQUESTER
                     Move M-APPROVER To AL-APPROVER
                     Move B-TYPE To AL-TYPE
                     Move B-EFF-DATE To AL-EFF-DATE
                     Move B-EXP-DATE To AL-EXP-DATE
                     Move WS-Run-Timestamp To AL-TIMESTAMP
                     Write Audit-Log-Rec
                     Add 1 To WS-Audit-Count
                     Move B-ADS-ID To AL-ADS-ID
                     Move B-RACF-ID To AL-OLD-RACF-ID
                     Move B-RACF-ID To AL-NEW-RACF-ID
                     Move WS-Old-Access To AL-OLD-ACCESS
                     Move B-ACCESS To AL-NEW-ACCESS
                     Move M-TICKET To AL-TICKET
                     Move M-REQUESTER To AL-REQUESTER
                     Move M-APPROVER To AL-APPROVER
                     Move B-TYPE To AL-TYPE
                     Move B-EFF-DATE To AL-EFF-DATE
                     Move B-EXP-DATE To AL-EXP-DATE
                     Move WS-Run-Timestamp To AL-TIMESTAMP
                     Write Audit-Log-Rec
                     Add 1 To WS-Audit-Count
                     Add 1 To WS-Count-Change
                     If B-ACCESS Not Equal WS-Old-Access
                        Add 1 To WS-Count-Level-Change
                     End-If
                  End-If
                  perform Read-Merged-Para
                  perform Copy-to-Buffer
                  perform Write-Exception-Para
                  perform Read-Merged-Para
                  perform Copy-to-Buffer
               Else if M-ACTION = 'E'
                  If B-ACTION Not Equal Spaces
                     perform Write-Exception-Para
                  Else
                     perform Emergency-Existing-Para
                  End-If
                  perform Read-Merged-Para
                  perform Copy-to-Buffer
                  Move spaces to New-Grant-Rec
               End-IF
           else
              if M-KEY not equal B-KEY
                 Move B-ADS-ID To AL-ADS-ID
                 Move B-RACF-ID To AL-OLD-RACF-ID
                 Move Spaces To AL-NEW-RACF-ID
                 Move B-ACCESS To AL-OLD-ACCESS
                 Move B-TICKET To AL-TICKET
                 Move B-REQUESTER To AL-REQUESTER
                 Move B-APPROVER To AL-APPROVER
                 If AL-REQUESTER Equal Spaces
                    Move 'NUREQUSR' To AL-REQUESTER
                 End-If
                 If WS-Emerg-Revoke = 'Y'
                    Move 'X' To AL-EVENT-FLAG
                    Move B-EMERG-EXP-TS To AL-EMERG-EXP-TS
                 End-If
                 Move B-TYPE To AL-TYPE
                 Move B-EFF-DATE To AL-EFF-DATE
                 Move B-EXP-DATE To AL-EXP-DATE
                 Move WS-Run-Timestamp To AL-TIMESTAMP
                 Write Audit-Log-Rec
                 Add 1 To WS-Audit-Count
                 Add 1 To WS-Write-Count
                 Add 1 To WS-Count-Spaces
                 perform Checkpoint-Para
                 If WS-Emerg-Revoke = 'Y'
                    Perform Audit-Emerg-Restore-Para
                 End-If
              End-If
              Move spaces to New-Grant-Rec
           else if B-ACTION = 'A'
                 Move B-ADS-ID To AL-ADS-ID
                 Move B-RACF-ID To AL-OLD-RACF-ID
                 Move Spaces To AL-NEW-RACF-ID
                 Move B-ACCESS To AL-OLD-ACCESS
                 Move B-TICKET To AL-TICKET
                 Move B-REQUESTER To AL-REQUESTER
                 Move B-APPROVER To AL-APPROVER
                 If AL-REQUESTER Equal Spaces
                    Move 'NUREQUSR' To AL-REQUESTER
                 End-If
                 Move B-TYPE To AL-TYPE
                 Move B-EFF-DATE To AL-EFF-DATE
                 Move B-EXP-DATE To AL-EXP-DATE
                 Move WS-Run-Timestamp To AL-TIMESTAMP
                 Write Audit-Log-Rec
                 Add 1 To WS-Audit-Count
                 Move B-ADS-ID To AL-ADS-ID
                 Move spaces To AL-OLD-RACF-ID
                 Move B-RACF-ID To AL-NEW-RACF-ID
                 Move B-ACCESS To AL-NEW-ACCESS
                 Move B-TICKET To AL-TICKET
                 Move B-REQUESTER To AL-REQUESTER
                 Move B-APPROVER To AL-APPROVER
                 Move B-TYPE To AL-TYPE
                 Move B-EFF-DATE To AL-EFF-DATE
                 Move B-EXP-DATE To AL-EXP-DATE
                 Move WS-Run-Timestamp To AL-TIMESTAMP
                 Write Audit-Log-Rec
                 Add 1 To WS-Audit-Count
           else if B-ACTION = 'R'
              Move 'N' To WS-Exception-Pending
              perform Reinstate-Para
           else if B-ACTION = 'E'
              Move 'N' To WS-Exception-Pending
              Move Spaces To WS-Old-Access
              Move Spaces To B-EMERG-PRIOR
              perform Apply-Emergency-Para
              move spaces to New-Grant-Rec
           else if B-ACTION = 'C' Or B-ACTION = 'D'
              Move 'N' To WS-Exception-Pending
              Perform Build-Reject-From-Buffer-Para
              Add 1 To WS-Reject-Count
           end-if.

       Audit-Emerg-Restore-Para.
           Move Spaces To Audit-Log-Rec
           Move 'C' To AL-ACTION
           Move B-ADS-ID To AL-ADS-ID
           Move B-RACF-ID To AL-OLD-RACF-ID
           Move B-RACF-ID To AL-NEW-RACF-ID
           Move B-ACCESS To AL-OLD-ACCESS
           Move N-ACCESS To AL-NEW-ACCESS
           Move 'NUREQUSR' To AL-REQUESTER
           Move 'X' To AL-EVENT-FLAG
           Move B-EMERG-EXP-TS To AL-EMERG-EXP-TS
           Move B-TYPE To AL-TYPE
           Move B-EFF-DATE To AL-EFF-DATE
           Move B-EXP-DATE To AL-EXP-DATE
           Move WS-Run-Timestamp To AL-TIMESTAMP
           Write Audit-Log-Rec
           Add 1 To WS-Audit-Count
           Add 1 To WS-Count-Change
           Add 1 To WS-Count-Level-Change.

       Emergency-Existing-Para.
           Move 'N' To WS-Exception-Pending
           If M-ACCESS Equal Spaces
              Move 'UPDATE' To M-ACCESS
           End-If
           Move B-ACCESS To WS-Old-Access
           If B-EXP-DATE Not Equal Spaces
              And B-EXP-DATE Less Than WS-Current-Date
              Move Spaces To WS-Old-Access
           End-If
           Move 'N' To WS-Emerg-Held
           If WS-Old-Access Not Equal Spaces
              And B-EMERG-FLAG Not Equal 'E'
              Move WS-Old-Access To WS-Rank-Access
              Perform Set-Rank-Para
              Move WS-Rank To WS-Old-Rank
              Move M-ACCESS To WS-Rank-Access
              Perform Set-Rank-Para
              If WS-Old-Rank Not Less Than WS-Rank
                 Move 'Y' To WS-Emerg-Held
              End-If
           End-If
           If WS-Emerg-Held = 'Y'
              Perform Build-Reject-From-Merged-Para
              Move 'EMERGENCY LEVEL ALREADY HELD - REJECTED'
                 To RJ-REASON
              Write Reject-Rec
              Add 1 To WS-Reject-Count
              Perform Flush-Buffer-Para
           Else
              If B-EMERG-FLAG Not Equal 'E'
                 Or WS-Old-Access Equal Spaces
                 Move WS-Old-Access To B-EMERG-PRIOR
              End-If
              If WS-Old-Access Equal Spaces
                 Move WS-Current-Date To B-EFF-DATE
              End-If
              Move M-ACCESS To B-ACCESS
              Move M-TICKET To B-TICKET
              Move M-REQUESTER To B-REQUESTER
              Move M-APPROVER To B-APPROVER
              Move M-EMERG-HOURS To B-EMERG-HOURS
              Perform Apply-Emergency-Para
           End-If.

       Apply-Emergency-Para.
           Move 'E' To B-EMERG-FLAG
           If B-ACCESS Equal Spaces
              Move 'UPDATE' To B-ACCESS
           End-If
           If B-EFF-DATE Equal Spaces
              Move WS-Current-Date To B-EFF-DATE
           End-If
           Perform Set-Emerg-Expiry-Para
           If B-EMERG-PRIOR Equal Spaces
              Move B-EMERG-EXP-TS(1:8) To B-EXP-DATE
           End-If
           perform Copy-to-Output
           If WS-Simulate-Mode Not Equal 'Y'
              write New-Grant-Rec
           End-If
           Add 1 To WS-Write-Count
           perform Checkpoint-Para
           Move Spaces To Audit-Log-Rec
           If WS-Old-Access Equal Spaces
              Move 'A' To AL-ACTION
              Move Spaces To AL-OLD-RACF-ID
           Else
              Move 'C' To AL-ACTION
              Move B-RACF-ID To AL-OLD-RACF-ID
              Move WS-Old-Access To AL-OLD-ACCESS
           End-If
           Move B-ADS-ID To AL-ADS-ID
           Move B-RACF-ID To AL-NEW-RACF-ID
           Move B-ACCESS To AL-NEW-ACCESS
           Move B-TICKET To AL-TICKET
           Move B-REQUESTER To AL-REQUESTER
           Move B-APPROVER To AL-APPROVER
           Move 'E' To AL-EVENT-FLAG
           Move B-EMERG-EXP-TS To AL-EMERG-EXP-TS
           Move B-TYPE To AL-TYPE
           Move B-EFF-DATE To AL-EFF-DATE
           Move B-EXP-DATE To AL-EXP-DATE
           Move WS-Run-Timestamp To AL-TIMESTAMP
           Write Audit-Log-Rec
           Add 1 To WS-Audit-Count
           Add 1 To WS-Count-Emergency.

       Set-Emerg-Expiry-Para.
           Move 0 To WS-Emerg-Hours
           If B-EMERG-HOURS Is Numeric
              Move B-EMERG-HOURS To WS-Emerg-Hours
           End-If
           Move WS-Current-Time(1:2) To WS-Run-Hour
           Compute WS-Emerg-Total = WS-Run-Hour + WS-Emerg-Hours
           Divide WS-Emerg-Total By 24 Giving WS-Emerg-Days
              Remainder WS-Emerg-Hour
           Compute WS-Emerg-Date = Function Date-Of-Integer
              (Function Integer-Of-Date
                 (Function Numval(WS-Current-Date)) + WS-Emerg-Days)
           Move WS-Emerg-Date To B-EMERG-EXP-TS(1:8)
           Move WS-Emerg-Hour To B-EMERG-EXP-TS(9:2)
           Move WS-Current-Time(3:2) To B-EMERG-EXP-TS(11:2).

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

       Reinstate-Para.
           Move 'N' To WS-Arch-Found
           If B-EXP-DATE Not Equal Spaces
              Move AT-EFF-DATE(WS-Arch-Hit) To N-EFF-DATE
           End-If
           Move B-EXP-DATE To N-EXP-DATE
           If B-ACCESS Not Equal Spaces
              Move B-ACCESS To N-ACCESS
           Else
              Move AT-ACCESS(WS-Arch-Hit) To N-ACCESS
           End-If
           If N-ACCESS Equal Spaces
              Move 'READ' To N-ACCESS
           End-If
           If WS-Simulate-Mode Not Equal 'Y'
              write New-Grant-Rec
           End-If
           Move N-ADS-ID To AL-ADS-ID
           Move Spaces To AL-OLD-RACF-ID
           Move N-RACF-ID To AL-NEW-RACF-ID
           Move N-ACCESS To AL-NEW-ACCESS
           Move B-TICKET To AL-TICKET
           Move B-REQUESTER To AL-REQUESTER
           Move B-APPROVER To AL-APPROVER
           Move 'R' To AL-EVENT-FLAG
           Move N-TYPE To AL-TYPE
           Move N-EFF-DATE To AL-EFF-DATE
           Move N-EXP-DATE To AL-EXP-DATE
           Move WS-Run-Timestamp To AL-TIMESTAMP
           Write Audit-Log-Rec
           Add 1 To WS-Audit-Count
           move M-RACF-ID to B-RACF-ID
           move M-TYPE to B-TYPE
           move M-EFF-DATE to B-EFF-DATE
           move M-EXP-DATE to B-EXP-DATE
           move M-ACCESS to B-ACCESS
           move M-TICKET to B-TICKET
           move M-REQUESTER to B-REQUESTER
           move M-APPROVER to B-APPROVER
           move M-EMERG-FLAG to B-EMERG-FLAG
           move M-EMERG-EXP-TS to B-EMERG-EXP-TS
           move M-EMERG-PRIOR to B-EMERG-PRIOR
           move M-EMERG-HOURS to B-EMERG-HOURS
           If B-ACCESS Equal Spaces
              And (B-ACTION Equal Spaces Or B-ACTION = 'A')
              Move 'READ' To B-ACCESS
           End-If.

       Copy-to-Output.
           move spaces to N-ACTION
           move B-TYPE to N-TYPE
           move B-EFF-DATE to N-EFF-DATE
           move B-EXP-DATE to N-EXP-DATE
           move B-ACCESS to N-ACCESS
           move B-EMERG-FLAG to N-EMERG-FLAG
           move B-EMERG-EXP-TS to N-EMERG-EXP-TS
           move B-EMERG-PRIOR to N-EMERG-PRIOR
           perform Check-Expiration-Para.

       Check-Expiration-Para.
           Move 'N' To WS-Purge-Grant
           Move 'N' To WS-Emerg-Revoke
           If N-EMERG-FLAG = 'E'
              And N-EMERG-EXP-TS Not Greater Than WS-Run-Timestamp(1:12)
              Perform Revoke-Emergency-Para
           End-If
           If N-EXP-DATE Not Equal Spaces
              And N-EXP-DATE Less Than WS-Current-Date
              And WS-Purge-Grant Not Equal 'Y'
              Move 'Y' To WS-Purge-Grant
              Perform Archive-Buffer-Para
           End-If.

       Revoke-Emergency-Para.
           Move 'Y' To WS-Emerg-Revoke
           Add 1 To WS-Count-Emerg-Revoke
           If N-EMERG-PRIOR Equal Spaces
              Move 'Y' To WS-Purge-Grant
           Else
              Move N-EMERG-PRIOR To N-ACCESS
              Move Spaces To N-EMERG-FLAG
              Move Spaces To N-EMERG-EXP-TS
              Move Spaces To N-EMERG-PRIOR
           End-If.

       Archive-Buffer-Para.
           Move Spaces To Archive-Rec
           Move WS-Current-Date To AR-PURGE-DATE
           Move B-TYPE To AR-TYPE
           Move B-EFF-DATE To AR-EFF-DATE
           Move B-EXP-DATE To AR-EXP-DATE
           Move N-ACCESS To AR-ACCESS
           If WS-Simulate-Mode Not Equal 'Y'
              Write Archive-Rec
           End-If
           Add 1 To WS-Archive-Count.

       Checkpoint-Para.
           Add 1 To WS-Master-Count
           If N-EFF-DATE Is Numeric
              Move N-EFF-DATE To WS-Hash-Date
              Add WS-Hash-Date To WS-Master-Hash
           End-If
           If N-EXP-DATE Is Numeric
              Move N-EXP-DATE To WS-Hash-Date
              Add WS-Hash-Date To WS-Master-Hash
           End-If
           If WS-Simulate-Mode Not Equal 'Y'
              Move Spaces To Checkpoint-Out-Rec
              Move N-ADS-ID To CKO-Last-ADS-ID
              Move N-RACF-ID To CKO-Last-RACF-ID
              Move WS-Read-Count To CKO-Read-Count
              Move WS-Master-Count To CKO-Master-Count
              Move WS-Master-Hash To CKO-Master-Hash
              Write Checkpoint-Out-Rec
           End-If.

           Move M-EFF-DATE To EX-EFF-DATE-2
           Move M-EXP-DATE To EX-EXP-DATE-2
           Move 0 To EX-GRP-COUNT-2
           Move B-ACCESS To EX-ACCESS-1
           Move M-ACCESS To EX-ACCESS-2
           Move B-TICKET To EX-TICKET-1
           Move B-REQUESTER To EX-REQUESTER-1
           Move B-APPROVER To EX-APPROVER-1
           Move M-TICKET To EX-TICKET-2
           Move M-REQUESTER To EX-REQUESTER-2
           Move M-APPROVER To EX-APPROVER-2
           Write Exception-Rec
           Add 1 To WS-Exception-Count
           Move 'Y' To WS-Exception-Pending.
           Move M-RACF-ID To RJ-RACF-ID
           Move M-EFF-DATE To RJ-EFF-DATE
           Move M-EXP-DATE To RJ-EXP-DATE
           Move 0 To RJ-GRP-COUNT
           Move M-ACCESS To RJ-ACCESS
           Move M-TICKET To RJ-TICKET
           Move M-REQUESTER To RJ-REQUESTER
           Move M-APPROVER To RJ-APPROVER.

       Build-Reject-From-Buffer-Para.
           Move Spaces To Reject-Rec
           Move B-RACF-ID To RJ-RACF-ID
           Move B-EFF-DATE To RJ-EFF-DATE
           Move B-EXP-DATE To RJ-EXP-DATE
           Move 0 To RJ-GRP-COUNT
           Move B-ACCESS To RJ-ACCESS
           Move B-TICKET To RJ-TICKET
           Move B-REQUESTER To RJ-REQUESTER
           Move B-APPROVER To RJ-APPROVER.

       End-Para.
           If WS-Read-Count > 0 And WS-Exception-Pending Not Equal 'Y'
              perform Flush-Buffer-Para
           End-If
           If WS-Simulate-Mode Not Equal 'Y'
              Perform Write-Master-Trailer-Para
           End-If
           Close Old-Grant Trans-File New-Grant Audit-Log
                 Reject-File Exception-File Checkpoint-Out
                 Archive-File
           If WS-Simulate-Mode Not Equal 'Y'
              Perform Write-Cycle-Control-Para
           End-If.

       Write-Master-Header-Para.
           If WS-Simulate-Mode Not Equal 'Y'
              Move Spaces To New-Control-Rec
              Move 'H' To NC-ACTION
              Move Low-Values To NC-KEY
              Move WS-Tran-Cycle-No To NC-CYCLE-NO
              Move WS-Tran-Date To NC-BUS-DATE
              Move 0 To NC-REC-COUNT
              Move 0 To NC-HASH-TOTAL
              Write New-Control-Rec
              Move Spaces To New-Grant-Rec
           End-If.

       Write-Master-Trailer-Para.
           Move Spaces To New-Control-Rec
           Move 'T' To NC-ACTION
           Move High-Values To NC-KEY
           Move WS-Tran-Cycle-No To NC-CYCLE-NO
           Move WS-Tran-Date To NC-BUS-DATE
           Move WS-Master-Count To NC-REC-COUNT
           Move WS-Master-Hash To NC-HASH-TOTAL
           Write New-Control-Rec.

       Write-Cycle-Control-Para.
           Open Output Cycle-Control-Out
           Move Spaces To Cycle-Control-Out-Rec
           Move WS-Tran-Cycle-No To CO-CYCLE-NO
           Move WS-Tran-Date To CO-BUS-DATE
           Move WS-Master-Count To CO-REC-COUNT
           Move WS-Master-Hash To CO-HASH-TOTAL
           Write Cycle-Control-Out-Rec
           Close Cycle-Control-Out.

       Verify-Cycle-Para.
           Perform Load-Cycle-Para
           If EOF-Cycle-Recs = 'Y'
              Move 'CYCLE CONTROL RECORD MISSING' To WS-Cycle-Error
           Else
              Perform Check-Trans-Cycle-Para
           End-If
           If WS-Cycle-Error Equal Spaces
              Perform Verify-Old-Para
           End-If
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

       Check-Trans-Cycle-Para.
           Open Input Trans-File
           Read Trans-File At End Move 'Y' To EOF-Verify-Recs
           End-Read
           If EOF-Verify-Recs = 'Y'
              Or TH-ACTION Not Equal 'H'
              Or TH-RECORD-ID Not Equal 'CYCLEHDR'
              Move 'TRANSACTION CYCLE HEADER MISSING' To WS-Cycle-Error
           Else
              Move TH-CYCLE-NO To WS-Tran-Cycle-No
              Move TH-BUS-DATE To WS-Tran-Date
              If WS-Tran-Cycle-No Not Greater Than WS-Cycle-No
                 Move 'TRANSACTION CYCLE ALREADY APPLIED'
                    To WS-Cycle-Error
              Else
                 If WS-Tran-Cycle-No Not Equal WS-Cycle-No + 1
                    Move 'TRANSACTION CYCLE OUT OF SEQUENCE'
                       To WS-Cycle-Error
                 End-If
              End-If
           End-If
           Close Trans-File
           Move 'N' To EOF-Verify-Recs.

       Verify-Old-Para.
           Open Input Old-Grant
           Perform Read-Verify-Para
           If EOF-Verify-Recs = 'Y'
              Or OC-KEY Not Equal Low-Values
              Or OC-ACTION Not Equal 'H'
              Move 'OLD MASTER CYCLE HEADER MISSING' To WS-Cycle-Error
           Else
              If OC-CYCLE-NO Not Equal WS-Cycle-No
                 Or OC-BUS-DATE Not Equal WS-Cycle-Date
                 Move 'OLD MASTER IS NOT THE CURRENT CYCLE'
                    To WS-Cycle-Error
              End-If
           End-If
           If WS-Cycle-Error Equal Spaces
              Perform Read-Verify-Para
              Perform Verify-One-Para
                 Until EOF-Verify-Recs = 'Y'
                    Or OC-KEY Equal High-Values
              Perform Check-Trailer-Para
           End-If
           Close Old-Grant.

       Read-Verify-Para.
           Read Old-Grant At End Move 'Y' To EOF-Verify-Recs
           End-Read.

       Verify-One-Para.
           Add 1 To WS-Ctl-Count
           If O-EFF-DATE Is Numeric
              Move O-EFF-DATE To WS-Hash-Date
              Add WS-Hash-Date To WS-Ctl-Hash
           End-If
           If O-EXP-DATE Is Numeric
              Move O-EXP-DATE To WS-Hash-Date
              Add WS-Hash-Date To WS-Ctl-Hash
           End-If
           Perform Read-Verify-Para.

       Check-Trailer-Para.
           If EOF-Verify-Recs = 'Y'
              Or OC-ACTION Not Equal 'T'
              Move 'OLD MASTER CYCLE TRAILER MISSING' To WS-Cycle-Error
           Else
              If OC-CYCLE-NO Not Equal WS-Cycle-No
                 Move 'OLD MASTER TRAILER IS NOT THE CURRENT CYCLE'
                    To WS-Cycle-Error
              Else
                 If OC-REC-COUNT Not Equal WS-Ctl-Count
                    Or OC-REC-COUNT Not Equal WS-Cycle-Count
                    Or OC-HASH-TOTAL Not Equal WS-Ctl-Hash
                    Or OC-HASH-TOTAL Not Equal WS-Cycle-Hash
                    Move 'OLD MASTER COUNTS DO NOT MATCH CYCLE CONTROL'
                       To WS-Cycle-Error
                 End-If
              End-If
           End-If.

       Cycle-Error-Para.
           Display 'NUREQUSR CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'TRANSACTION CYCLE  . . ' WS-Tran-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       Report-Para.
           Display 'NUREQUSR CONTROL TOTALS'
           End-If
           Display 'OLD MASTER RECORDS . . ' WS-Old-Read-Count
           Display 'TRANSACTION RECORDS  . ' WS-Trans-Read-Count
           Display 'CYCLE APPLIED  . . . . ' WS-Tran-Cycle-No
           Display 'RECORDS READ . . . . . ' WS-Read-Count
           Display 'RECORDS WRITTEN  . . . ' WS-Write-Count
           Display 'ACTIONS SPACES . . . . ' WS-Count-Spaces
           Display 'ACTIONS A (ADD)  . . . ' WS-Count-Add
           Display 'ACTIONS C (CHANGE) . . ' WS-Count-Change
           Display 'ACCESS LEVEL CHANGES . ' WS-Count-Level-Change
           Display 'ACTIONS D (DELETE) . . ' WS-Count-Delete
           Display 'ACTIONS R (REINSTATE)  ' WS-Count-Reinstate
           Display 'ACTIONS E (EMERGENCY)  ' WS-Count-Emergency
           Display 'EMERGENCY REVOKES  . . ' WS-Count-Emerg-Revoke
           Display 'GRANTS ARCHIVED  . . . ' WS-Archive-Count
           Display 'AUDIT RECORDS WRITTEN  ' WS-Audit-Count
           Display 'MASTER RECORD COUNT  . ' WS-Master-Count
           Display 'MASTER HASH TOTAL  . . ' WS-Master-Hash
           Display 'REJECTED RECORDS . . . ' WS-Reject-Count
           Display 'EXCEPTION RECORDS  . . ' WS-Exception-Count
           If WS-Arch-Overflow = 'Y'
       Set-Return-Code-Para.
           Compute WS-Total-Applied =
                   WS-Count-Add + WS-Count-Change + WS-Count-Delete
                 + WS-Count-Emergency
           If WS-Reject-Count > 0 Or WS-Exception-Count > 0
              Move 8 To Return-Code
           Else If WS-Total-Applied = 0
