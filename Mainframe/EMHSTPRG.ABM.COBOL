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

       FD Archive-History
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

       FD Parm-File
           Label Records Are Standard.
           Move H-ACTION To AH-ACTION
           Move H-OLD-RACF-ID To AH-OLD-RACF-ID
           Move H-NEW-RACF-ID To AH-NEW-RACF-ID
           Move H-OLD-ACCESS To AH-OLD-ACCESS
           Move H-NEW-ACCESS To AH-NEW-ACCESS
           Move H-TICKET To AH-TICKET
           Move H-REQUESTER To AH-REQUESTER
           Move H-APPROVER To AH-APPROVER
           Move H-EVENT-FLAG To AH-EVENT-FLAG
           Move H-EMERG-EXP-TS To AH-EMERG-EXP-TS
           Move H-TYPE To AH-TYPE
           Move H-EFF-DATE To AH-EFF-DATE
           Move H-EXP-DATE To AH-EXP-DATE
           Write Archive-Hist-Rec
           Add 1 To WS-Unload-Count
           Delete History-File Record
