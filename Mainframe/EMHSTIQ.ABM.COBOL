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

       FD Xref-File
           Label Records Are Standard.
          02 X-TYPE            PIC X(7).
          02 X-EFF-DATE        PIC X(8).
          02 X-EXP-DATE        PIC X(8).
          02 X-ACCESS          PIC X(8).
          02 X-EMERG-FLAG      PIC X.
          02 X-EMERG-PRIOR     PIC X(8).

       FD Inquiry-Parm-File
           Label Records Are Standard.
          02 AH-ACTION         PIC X.
          02 AH-OLD-RACF-ID    PIC X(8).
          02 AH-NEW-RACF-ID    PIC X(8).
          02 AH-OLD-ACCESS     PIC X(8).
          02 AH-NEW-ACCESS     PIC X(8).
          02 AH-TICKET         PIC X(12).
          02 AH-REQUESTER      PIC X(8).
          02 AH-APPROVER       PIC X(8).
          02 AH-EVENT-FLAG     PIC X.
          02 AH-EMERG-EXP-TS   PIC X(12).
          02 AH-TYPE           PIC X(7).
          02 AH-EFF-DATE       PIC X(8).
          02 AH-EXP-DATE       PIC X(8).

       FD Evidence-Report
           Label Records Are Standard.
             03 GS-RACF-ID       PIC X(8).
             03 GS-ACTIVE        PIC X.
             03 GS-LAST-TS       PIC X(14).
             03 GS-ACCESS        PIC X(8).
             03 GS-TICKET        PIC X(12).
             03 GS-REQUESTER     PIC X(8).
             03 GS-APPROVER      PIC X(8).
             03 GS-EVENT-FLAG    PIC X.
             03 GS-EMERG-EXP-TS  PIC X(12).
       01 Evidence-Heading-Line.
          02 FILLER            PIC X(21)
             value 'ACCESS PICTURE AS OF '.
          02 FILLER            PIC X(15)
             value '  LAST CHANGE  '.
          02 EV-LAST-TS        PIC X(14).
          02 FILLER            PIC X(9)
             value '  ACCESS '.
          02 EV-ACCESS         PIC X(8).
       01 Evidence-Provenance-Line.
          02 FILLER            PIC X(8) value spaces.
          02 FILLER            PIC X(7) value 'TICKET '.
          02 EP-TICKET         PIC X(12).
          02 FILLER            PIC X(15)
             value '  REQUESTED BY '.
          02 EP-REQUESTER      PIC X(8).
          02 FILLER            PIC X(14)
             value '  APPROVED BY '.
          02 EP-APPROVER       PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 EP-EMERG-TAG      PIC X(23).
          02 EP-EMERG-EXP-TS   PIC X(12).
       01 Evidence-Total-Line.
          02 FILLER            PIC X(4) value spaces.
          02 EV-TOTAL          PIC ZZZZZZZZ9.
          02 WH-ACTION         PIC X.
          02 WH-OLD-RACF-ID    PIC X(8).
          02 WH-NEW-RACF-ID    PIC X(8).
          02 WH-OLD-ACCESS     PIC X(8).
          02 WH-NEW-ACCESS     PIC X(8).
          02 WH-TICKET         PIC X(12).
          02 WH-REQUESTER      PIC X(8).
          02 WH-APPROVER       PIC X(8).
          02 WH-EVENT-FLAG     PIC X.
          02 WH-EMERG-EXP-TS   PIC X(12).
       77 WS-State-Idx         PIC 9(05) value 0 Comp.
       77 WS-State-Count       PIC 9(05) value 0 Comp.
       77 WS-State-Hit         PIC 9(05) value 0 Comp.
              Move AH-ACTION To WH-ACTION
              Move AH-OLD-RACF-ID To WH-OLD-RACF-ID
              Move AH-NEW-RACF-ID To WH-NEW-RACF-ID
              Move AH-OLD-ACCESS To WH-OLD-ACCESS
              Move AH-NEW-ACCESS To WH-NEW-ACCESS
              Move AH-TICKET To WH-TICKET
              Move AH-REQUESTER To WH-REQUESTER
              Move AH-APPROVER To WH-APPROVER
              Move AH-EVENT-FLAG To WH-EVENT-FLAG
              Move AH-EMERG-EXP-TS To WH-EMERG-EXP-TS
              Perform Apply-Work-Para
           End-If
           Read Archive-History
           Move H-ACTION To WH-ACTION
           Move H-OLD-RACF-ID To WH-OLD-RACF-ID
           Move H-NEW-RACF-ID To WH-NEW-RACF-ID
           Move H-OLD-ACCESS To WH-OLD-ACCESS
           Move H-NEW-ACCESS To WH-NEW-ACCESS
           Move H-TICKET To WH-TICKET
           Move H-REQUESTER To WH-REQUESTER
           Move H-APPROVER To WH-APPROVER
           Move H-EVENT-FLAG To WH-EVENT-FLAG
           Move H-EMERG-EXP-TS To WH-EMERG-EXP-TS
           Perform Apply-Work-Para
           Perform Read-History-Para.

           If WS-State-Found = 'Y'
              Move 'Y' To GS-ACTIVE(WS-State-Hit)
              Move WH-TIMESTAMP To GS-LAST-TS(WS-State-Hit)
              Move WH-NEW-ACCESS To GS-ACCESS(WS-State-Hit)
              Move WH-TICKET To GS-TICKET(WS-State-Hit)
              Move WH-REQUESTER To GS-REQUESTER(WS-State-Hit)
              Move WH-APPROVER To GS-APPROVER(WS-State-Hit)
              Move WH-EVENT-FLAG To GS-EVENT-FLAG(WS-State-Hit)
              Move WH-EMERG-EXP-TS To GS-EMERG-EXP-TS(WS-State-Hit)
           Else
              If WS-State-Count Less Than 2000
                 Add 1 To WS-State-Count
                 Move WS-Work-Racf-ID To GS-RACF-ID(WS-State-Count)
                 Move 'Y' To GS-ACTIVE(WS-State-Count)
                 Move WH-TIMESTAMP To GS-LAST-TS(WS-State-Count)
                 Move WH-NEW-ACCESS To GS-ACCESS(WS-State-Count)
                 Move WH-TICKET To GS-TICKET(WS-State-Count)
                 Move WH-REQUESTER To GS-REQUESTER(WS-State-Count)
                 Move WH-APPROVER To GS-APPROVER(WS-State-Count)
                 Move WH-EVENT-FLAG To GS-EVENT-FLAG(WS-State-Count)
                 Move WH-EMERG-EXP-TS
                    To GS-EMERG-EXP-TS(WS-State-Count)
              Else
                 Move 'Y' To WS-State-Overflow
              End-If
              Move GS-ADS-ID(WS-State-Idx) To EV-ADS-ID
              Move GS-RACF-ID(WS-State-Idx) To EV-RACF-ID
              Move GS-LAST-TS(WS-State-Idx) To EV-LAST-TS
              Move GS-ACCESS(WS-State-Idx) To EV-ACCESS
              If EV-ACCESS Equal Spaces
                 Move 'READ' To EV-ACCESS
              End-If
              Write Evidence-Report-Rec From Evidence-Detail-Line
              Move GS-TICKET(WS-State-Idx) To EP-TICKET
              Move GS-REQUESTER(WS-State-Idx) To EP-REQUESTER
              Move GS-APPROVER(WS-State-Idx) To EP-APPROVER
              If GS-EVENT-FLAG(WS-State-Idx) = 'E'
                 Move 'EMERGENCY ACCESS UNTIL ' To EP-EMERG-TAG
                 Move GS-EMERG-EXP-TS(WS-State-Idx) To EP-EMERG-EXP-TS
              Else
                 Move Spaces To EP-EMERG-TAG
                 Move Spaces To EP-EMERG-EXP-TS
              End-If
              Write Evidence-Report-Rec From Evidence-Provenance-Line
              Add 1 To WS-Active-Count
           End-If.

