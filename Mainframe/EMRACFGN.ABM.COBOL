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

       FD Racf-Command-File
           Label Records Are Standard.

       FD Command-Listing
           Label Records Are Standard.
        01 Command-Listing-Rec PIC X(184).

       FD Run-Stats-File
           Label Records Are Standard.
          02 LD-ACTION         PIC X.
          02 FILLER            PIC X(2) value spaces.
          02 LD-COMMAND        PIC X(118).
          02 FILLER            PIC X value space.
          02 LD-ACCESS         PIC X(8).
          02 FILLER            PIC X value space.
          02 LD-TICKET         PIC X(12).
          02 FILLER            PIC X value space.
          02 LD-REQUESTER      PIC X(8).
          02 FILLER            PIC X value space.
          02 LD-APPROVER       PIC X(8).
          02 FILLER            PIC X value space.
          02 LD-EVENT          PIC X(11).
       77 WS-Command-Work      PIC X(118) value spaces.
       77 WS-Ads-Len           PIC 9(02) value 0 Comp.
       77 WS-Permit-Access     PIC X(8) value spaces.
       77 EOF-Audit-Recs       PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Command-Count     PIC 9(09) value 0.
       77 WS-Count-Permit      PIC 9(09) value 0.
       77 WS-Count-Remove      PIC 9(09) value 0.
       77 WS-Bad-Action-Count  PIC 9(09) value 0.
       77 WS-Emerg-Cmd-Count   PIC 9(09) value 0.
       77 WS-Revoke-Cmd-Count  PIC 9(09) value 0.
       77 WS-Stats-Date        PIC X(8) value spaces.

       PROCEDURE DIVISION.
           Continue.

       Build-Permit-Para.
           Move AL-NEW-ACCESS To WS-Permit-Access
           If WS-Permit-Access Equal Spaces
              Move 'READ' To WS-Permit-Access
           End-If
           Move Spaces To WS-Command-Work
           String 'PERMIT ''' Delimited By Size
                  AL-ADS-ID(1:WS-Ads-Len) Delimited By Size
                  ''' ID(' Delimited By Size
                  AL-NEW-RACF-ID Delimited By Space
                  ') ACCESS(' Delimited By Size
                  WS-Permit-Access Delimited By Space
                  ')' Delimited By Size
              Into WS-Command-Work
           Add 1 To WS-Count-Permit
           Perform Write-Command-Para.

       Build-Remove-Para.
           Move Spaces To WS-Permit-Access
           Move Spaces To WS-Command-Work
           String 'PERMIT ''' Delimited By Size
                  AL-ADS-ID(1:WS-Ads-Len) Delimited By Size
           Move WS-Read-Count To LD-AUDIT-SEQ
           Move AL-ACTION To LD-ACTION
           Move WS-Command-Work To LD-COMMAND
           Move WS-Permit-Access To LD-ACCESS
           Move AL-TICKET To LD-TICKET
           Move AL-REQUESTER To LD-REQUESTER
           Move AL-APPROVER To LD-APPROVER
           If AL-EVENT-FLAG = 'E'
              Move 'EMERGENCY' To LD-EVENT
              Add 1 To WS-Emerg-Cmd-Count
           End-If
           If AL-EVENT-FLAG = 'X'
              Move 'AUTO-REVOKE' To LD-EVENT
              Add 1 To WS-Revoke-Cmd-Count
           End-If
           Write Command-Listing-Rec From Listing-Detail-Line.

       End-Para.
           Display 'COMMANDS WRITTEN . . . ' WS-Command-Count
           Display 'PERMIT COMMANDS  . . . ' WS-Count-Permit
           Display 'DELETE COMMANDS  . . . ' WS-Count-Remove
           Display 'EMERGENCY COMMANDS . . ' WS-Emerg-Cmd-Count
           Display 'AUTO-REVOKE COMMANDS . ' WS-Revoke-Cmd-Count
           Display 'UNKNOWN ACTIONS  . . . ' WS-Bad-Action-Count.

       Set-Return-Code-Para.
