          02 CL-ACTION         PIC X.
          02 FILLER            PIC X(2).
          02 CL-COMMAND        PIC X(118).
          02 FILLER            PIC X.
          02 CL-ACCESS         PIC X(8).
          02 FILLER            PIC X.
          02 CL-TICKET         PIC X(12).
          02 FILLER            PIC X.
          02 CL-REQUESTER      PIC X(8).
          02 FILLER            PIC X.
          02 CL-APPROVER       PIC X(8).
          02 FILLER            PIC X.
          02 CL-EVENT          PIC X(11).

       FD Verify-Status-File
           Label Records Are Standard.
          02 VS-REASON         PIC X(40).
          02 FILLER            PIC X value space.
          02 VS-COMMAND        PIC X(118).
          02 FILLER            PIC X value space.
          02 VS-EVENT          PIC X(11).

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

       WORKING-STORAGE Section.
       01 Command-Result-Table.
       77 WS-Missing-Count     PIC 9(09) value 0.
       77 WS-Reject-Count      PIC 9(09) value 0.
       77 WS-Skipped-Count     PIC 9(09) value 0.
       77 WS-Emerg-Cmd-Count   PIC 9(09) value 0.
       77 WS-Revoke-Cmd-Count  PIC 9(09) value 0.
       77 WS-Emerg-Fail-Count  PIC 9(09) value 0.

       PROCEDURE DIVISION.
       Main-Para.
           Move Spaces To Verify-Status-Rec
           Move CL-AUDIT-SEQ To VS-AUDIT-SEQ
           Move CL-COMMAND To VS-COMMAND
           Move CL-EVENT To VS-EVENT
           If CL-EVENT = 'EMERGENCY'
              Add 1 To WS-Emerg-Cmd-Count
           End-If
           If CL-EVENT = 'AUTO-REVOKE'
              Add 1 To WS-Revoke-Cmd-Count
           End-If
           If WS-List-Cmd-Count Greater Than WS-Cmd-Count
              Move 'MISSING' To VS-STATUS
              Move 'COMMAND NOT FOUND IN EXECUTION OUTPUT'
           If WS-Parse-Remainder(1:7) = ' DELETE'
              Move 'D' To RJ-ACTION
           Else
              If CL-EVENT = 'EMERGENCY'
                 Move 'E' To RJ-ACTION
                 Add 1 To WS-Emerg-Fail-Count
              Else
                 Move 'A' To RJ-ACTION
              End-If
              Move CL-ACCESS To RJ-ACCESS
           End-If
           Move WS-Parse-Ads To RJ-ADS-ID
           Move WS-Parse-Racf To RJ-RACF-ID
           Move 0 To RJ-GRP-COUNT
           Move CL-TICKET To RJ-TICKET
           Move CL-REQUESTER To RJ-REQUESTER
           Move CL-APPROVER To RJ-APPROVER
           Move VS-REASON To RJ-REASON
           If RJ-REASON Equal Spaces
              Move 'RACF COMMAND FAILED IN EXECUTION' To RJ-REASON
           Display 'COMMANDS MISSING . . . ' WS-Missing-Count
           Display 'NON-COMMAND LINES  . . ' WS-Skipped-Count
           Display 'REJECTS WRITTEN  . . . ' WS-Reject-Count
           Display 'EMERGENCY COMMANDS . . ' WS-Emerg-Cmd-Count
           Display 'AUTO-REVOKE COMMANDS . ' WS-Revoke-Cmd-Count
           Display 'EMERGENCY NOT APPLIED  ' WS-Emerg-Fail-Count
           If WS-Cmd-Overflow = 'Y'
              Display 'COMMAND TABLE FULL - INCREASE TABLE SIZE'
           End-If.
