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

       FD History-File
           Label Records Are Standard.
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

       FD Run-Stats-File
           Label Records Are Standard.
           Move AL-ACTION To H-ACTION
           Move AL-OLD-RACF-ID To H-OLD-RACF-ID
           Move AL-NEW-RACF-ID To H-NEW-RACF-ID
           Move AL-OLD-ACCESS To H-OLD-ACCESS
           Move AL-NEW-ACCESS To H-NEW-ACCESS
           Move AL-TICKET To H-TICKET
           Move AL-REQUESTER To H-REQUESTER
           Move AL-APPROVER To H-APPROVER
           Move AL-EVENT-FLAG To H-EVENT-FLAG
           Move AL-EMERG-EXP-TS To H-EMERG-EXP-TS
           Move AL-TYPE To H-TYPE
           Move AL-EFF-DATE To H-EFF-DATE
           Move AL-EXP-DATE To H-EXP-DATE
           Move 'N' To WS-Write-Done
           Perform Write-History-Para
              Until WS-Write-Done = 'Y' Or H-SEQ Greater Than 9990
