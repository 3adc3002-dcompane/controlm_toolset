       Identification Division.
       Program-Id. NUHRFEED.

       Environment Division.
       Input-Output Section.
       File-Control.
           Select Hr-Event-File Assign To HREVENT
           Organization Is Line Sequential
           Access is Sequential.
           Select Xref-File Assign To XREFFILE
           Organization Is Indexed
           Access Is Dynamic
           Record Key Is X-KEY.
           Select Optional Recon-Report Assign To RECONRPT
           Organization Is Line Sequential
           Access is Sequential.
           Select Hr-Trans-File Assign To HRTRANS
           Organization Is Line Sequential
           Access is Sequential.
           Select Hr-Listing Assign To HRLIST
           Organization Is Line Sequential
           Access is Sequential.
           Select Residue-Command-File Assign To HRCMDS
           Organization Is Line Sequential
           Access is Sequential.
           Select Optional Parm-File Assign To PARMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select Run-Stats-File Assign To RUNSTATS
           Organization Is Line Sequential
           Access is Sequential.

       DATA DIVISION.
       File Section.
       FD Hr-Event-File
           Label Records Are Standard.
        01 Hr-Event-Rec.
          02 HE-TYPE           PIC X.
          02 FILLER            PIC X.
          02 HE-EVENT-DATE     PIC X(8).
          02 FILLER            PIC X.
          02 HE-RACF-ID        PIC X(8).
          02 FILLER            PIC X.
          02 HE-MODEL-ID       PIC X(8).
          02 FILLER            PIC X.
          02 HE-NEW-MODEL-ID   PIC X(8).
          02 FILLER            PIC X.
          02 HE-TICKET         PIC X(12).
          02 FILLER            PIC X.
          02 HE-REQUESTER      PIC X(8).
          02 FILLER            PIC X.
          02 HE-APPROVER       PIC X(8).

       FD Xref-File
           Label Records Are Standard.
        01 Xref-Rec.
          02 X-KEY.
             03 X-RACF-ID        PIC X(8).
             03 X-ADS-ID         PIC X(64).
          02 X-TYPE            PIC X(7).
          02 X-EFF-DATE        PIC X(8).
          02 X-EXP-DATE        PIC X(8).
          02 X-ACCESS          PIC X(8).
          02 X-EMERG-FLAG      PIC X.
          02 X-EMERG-PRIOR     PIC X(8).

       FD Recon-Report
           Label Records Are Standard.
        01 Recon-Report-Rec.
          02 RR-TAG            PIC X(16).
          02 FILLER            PIC X(2).
          02 RR-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2).
          02 RR-RACF-ID        PIC X(8).

       FD Hr-Trans-File
           Label Records Are Standard.
        01 Hr-Trans-Rec.
          02 HT-ACTION         PIC X.
          02 HT-ADS-ID         PIC X(64).
          02 FILLER            PIC X.
          02 HT-RACF-ID        PIC X(8).
          02 HT-EFF-DATE       PIC X(8).
          02 HT-EXP-DATE       PIC X(8).
          02 HT-GRP-COUNT      PIC 9(02).
          02 HT-GRP-ENTRY OCCURS 10 Times.
             03 HT-GRP-ACTION    PIC X.
             03 HT-GRP-RACF-ID   PIC X(8).
             03 HT-GRP-EFF-DATE  PIC X(8).
             03 HT-GRP-EXP-DATE  PIC X(8).
          02 HT-ACCESS         PIC X(8).
          02 HT-TICKET         PIC X(12).
          02 HT-REQUESTER      PIC X(8).
          02 HT-APPROVER       PIC X(8).

       FD Hr-Listing
           Label Records Are Standard.
        01 Hr-Listing-Rec      PIC X(132).

       FD Residue-Command-File
           Label Records Are Standard.
        01 Residue-Command-Rec PIC X(80).

       FD Parm-File
           Label Records Are Standard.
        01 Parm-Rec.
          02 P-RUN-OPTION      PIC X(8).

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
       01 Xref-Set-Table.
          02 XT-ENTRY OCCURS 2000 Times.
             03 XT-SET           PIC X.
             03 XT-ADS-ID        PIC X(64).
             03 XT-ACCESS        PIC X(8).
             03 XT-EXP-DATE      PIC X(8).
       01 Residue-Table.
          02 RT-ENTRY OCCURS 2000 Times.
             03 RT-ADS-ID        PIC X(64).
             03 RT-RACF-ID       PIC X(8).
       01 Event-Heading-Line.
          02 FILLER            PIC X(6) value 'EVENT '.
          02 EH-TYPE           PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 EH-EVENT-DATE     PIC X(8).
          02 FILLER            PIC X(7) value '  USER '.
          02 EH-RACF-ID        PIC X(8).
          02 FILLER            PIC X(8) value '  MODEL '.
          02 EH-MODEL-ID       PIC X(8).
          02 FILLER            PIC X(4) value ' TO '.
          02 EH-NEW-MODEL-ID   PIC X(8).
          02 FILLER            PIC X(9) value '  TICKET '.
          02 EH-TICKET         PIC X(12).
       01 Event-Detail-Line.
          02 FILLER            PIC X(4) value spaces.
          02 ED-TAG            PIC X(17).
          02 FILLER            PIC X(1) value spaces.
          02 ED-ACTION         PIC X.
          02 FILLER            PIC X(2) value spaces.
          02 ED-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 ED-ACCESS         PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 ED-EXP-DATE       PIC X(8).
       01 Event-Total-Line.
          02 FILLER            PIC X(4) value spaces.
          02 ET-COUNT          PIC ZZZZ9.
          02 FILLER            PIC X(20)
             value ' REQUESTS GENERATED '.
          02 ET-MESSAGE        PIC X(50).
       77 WS-Xt-Idx            PIC 9(05) value 0 Comp.
       77 WS-Xs-Idx            PIC 9(05) value 0 Comp.
       77 WS-Xt-Count          PIC 9(05) value 0 Comp.
       77 WS-Xt-Overflow       PIC X value 'N'.
       77 WS-Rt-Idx            PIC 9(05) value 0 Comp.
       77 WS-Rt-Count          PIC 9(05) value 0 Comp.
       77 WS-Rt-Overflow       PIC X value 'N'.
       77 WS-Load-Racf-ID      PIC X(8) value spaces.
       77 WS-Load-Set          PIC X value space.
       77 WS-Find-Set          PIC X value space.
       77 WS-Find-Ads-ID       PIC X(64) value spaces.
       77 WS-Set-Found         PIC X value 'N'.
       77 WS-Event-Valid       PIC X value 'Y'.
       77 WS-Trans-Action      PIC X value space.
       77 WS-Event-Reqs        PIC 9(05) value 0.
       77 WS-Event-Eff-Date    PIC X(8) value spaces.
       77 WS-Write-Cmds        PIC X value 'N'.
       77 WS-Command-Work      PIC X(118) value spaces.
       77 WS-Cmd-Ads-ID        PIC X(64) value spaces.
       77 WS-Ads-Len           PIC 9(02) value 0 Comp.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 EOF-Event-Recs       PIC X value 'N'.
       77 EOF-Xref-Recs        PIC X value 'N'.
       77 EOF-Recon-Recs       PIC X value 'N'.
       77 EOF-Parm-Recs        PIC X value 'N'.
       77 WS-Event-Count       PIC 9(09) value 0.
       77 WS-Hire-Count        PIC 9(09) value 0.
       77 WS-Move-Count        PIC 9(09) value 0.
       77 WS-Leave-Count       PIC 9(09) value 0.
       77 WS-Bad-Event-Count   PIC 9(09) value 0.
       77 WS-Xref-Read-Count   PIC 9(09) value 0.
       77 WS-Emerg-Skip-Count  PIC 9(09) value 0.
       77 WS-Add-Count         PIC 9(09) value 0.
       77 WS-Delete-Count      PIC 9(09) value 0.
       77 WS-Trans-Count       PIC 9(09) value 0.
       77 WS-Residue-Count     PIC 9(09) value 0.
       77 WS-Cmd-Delete-Count  PIC 9(09) value 0.
       77 WS-Stats-Errors      PIC 9(09) value 0.

       PROCEDURE DIVISION.
       Main-Para.
           Perform Open-Para
           Perform Process-Para Until EOF-Event-Recs = 'Y'
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Load-Parm-Para
           Perform Load-Residue-Para
           Open  Input Hr-Event-File
                 Input Xref-File
                 Output Hr-Trans-File
                 Output Hr-Listing
                 Output Residue-Command-File
           Perform Read-Event-Para.

       Load-Parm-Para.
           Open Input Parm-File
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read
           Perform Read-Parm-Para
              Until EOF-Parm-Recs = 'Y'
           Close Parm-File.

       Read-Parm-Para.
           If P-RUN-OPTION = 'WRITECMD'
              Move 'Y' To WS-Write-Cmds
           End-If
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read.

       Load-Residue-Para.
           Open Input Recon-Report
           Read Recon-Report At End Move 'Y' To EOF-Recon-Recs
           End-Read
           Perform Load-One-Residue-Para
              Until EOF-Recon-Recs = 'Y'
           Close Recon-Report.

       Load-One-Residue-Para.
           If RR-TAG = 'RACF ONLY'
              If WS-Rt-Count Less Than 2000
                 Add 1 To WS-Rt-Count
                 Move RR-ADS-ID To RT-ADS-ID(WS-Rt-Count)
                 Move RR-RACF-ID To RT-RACF-ID(WS-Rt-Count)
              Else
                 Move 'Y' To WS-Rt-Overflow
              End-If
           End-If
           Read Recon-Report At End Move 'Y' To EOF-Recon-Recs
           End-Read.

       Read-Event-Para.
           Read Hr-Event-File At End Move 'Y' To EOF-Event-Recs
           End-Read
           If EOF-Event-Recs Not Equal 'Y'
              Add 1 To WS-Event-Count
           End-If.

       Process-Para.
           Move 0 To WS-Event-Reqs
           Move 0 To WS-Xt-Count
           Move Spaces To ET-MESSAGE
           Perform Write-Event-Heading-Para
           Perform Edit-Event-Para
           If WS-Event-Valid = 'Y'
              If HE-TYPE = 'H'
                 Perform Expand-Hire-Para
                 Add 1 To WS-Hire-Count
              Else If HE-TYPE = 'M'
                 Perform Expand-Move-Para
                 Add 1 To WS-Move-Count
              Else
                 Perform Expand-Leave-Para
                 Add 1 To WS-Leave-Count
              End-If
           Else
              Add 1 To WS-Bad-Event-Count
           End-If
           Move WS-Event-Reqs To ET-COUNT
           Write Hr-Listing-Rec From Event-Total-Line
           Perform Read-Event-Para.

       Write-Event-Heading-Para.
           If HE-TYPE = 'H'
              Move 'JOINER' To EH-TYPE
           Else If HE-TYPE = 'M'
              Move 'MOVER' To EH-TYPE
           Else If HE-TYPE = 'L'
              Move 'LEAVER' To EH-TYPE
           Else
              Move HE-TYPE To EH-TYPE
           End-If
           End-If
           End-If
           Move HE-EVENT-DATE To EH-EVENT-DATE
           Move HE-RACF-ID To EH-RACF-ID
           Move HE-MODEL-ID To EH-MODEL-ID
           Move HE-NEW-MODEL-ID To EH-NEW-MODEL-ID
           Move HE-TICKET To EH-TICKET
           Write Hr-Listing-Rec From Event-Heading-Line.

       Edit-Event-Para.
           Move 'Y' To WS-Event-Valid
           If HE-TYPE Not Equal 'H'
              And HE-TYPE Not Equal 'M'
              And HE-TYPE Not Equal 'L'
              Move 'N' To WS-Event-Valid
              Move '- INVALID EVENT TYPE' To ET-MESSAGE
           Else If HE-RACF-ID Equal Spaces
              Move 'N' To WS-Event-Valid
              Move '- RACF-ID MISSING' To ET-MESSAGE
           Else If HE-TYPE = 'H' And HE-MODEL-ID Equal Spaces
              Move 'N' To WS-Event-Valid
              Move '- MODEL RACF-ID MISSING' To ET-MESSAGE
           Else If HE-TYPE = 'M' And HE-MODEL-ID Equal Spaces
              And HE-NEW-MODEL-ID Equal Spaces
              Move 'N' To WS-Event-Valid
              Move '- OLD AND NEW MODEL BOTH MISSING' To ET-MESSAGE
           Else If HE-EVENT-DATE Not Equal Spaces
              And HE-EVENT-DATE Is Not Numeric
              Move 'N' To WS-Event-Valid
              Move '- INVALID EVENT DATE' To ET-MESSAGE
           End-If
           End-If
           End-If
           End-If
           End-If
           If HE-EVENT-DATE Equal Spaces
              Move WS-Current-Date To WS-Event-Eff-Date
           Else
              Move HE-EVENT-DATE To WS-Event-Eff-Date
           End-If.

       Expand-Hire-Para.
           Move HE-MODEL-ID To WS-Load-Racf-ID
           Move 'O' To WS-Load-Set
           Perform Load-Xref-Set-Para
           Move HE-RACF-ID To WS-Load-Racf-ID
           Move 'U' To WS-Load-Set
           Perform Load-Xref-Set-Para
           Perform Add-One-Model-Grant-Para
              Varying WS-Xt-Idx From 1 By 1
              Until WS-Xt-Idx > WS-Xt-Count
           If WS-Event-Reqs = 0
              Move '- MODEL HOLDS NO NEW ACCESS' To ET-MESSAGE
           End-If.

       Expand-Move-Para.
           If HE-MODEL-ID Not Equal Spaces
              Move HE-MODEL-ID To WS-Load-Racf-ID
              Move 'O' To WS-Load-Set
              Perform Load-Xref-Set-Para
           End-If
           If HE-NEW-MODEL-ID Not Equal Spaces
              Move HE-NEW-MODEL-ID To WS-Load-Racf-ID
              Move 'N' To WS-Load-Set
              Perform Load-Xref-Set-Para
           End-If
           Move HE-RACF-ID To WS-Load-Racf-ID
           Move 'U' To WS-Load-Set
           Perform Load-Xref-Set-Para
           Perform Drop-One-Old-Grant-Para
              Varying WS-Xt-Idx From 1 By 1
              Until WS-Xt-Idx > WS-Xt-Count
           Perform Add-One-Model-Grant-Para
              Varying WS-Xt-Idx From 1 By 1
              Until WS-Xt-Idx > WS-Xt-Count.

       Expand-Leave-Para.
           Move HE-RACF-ID To WS-Load-Racf-ID
           Move 'U' To WS-Load-Set
           Perform Load-Xref-Set-Para
           Perform Drop-One-User-Grant-Para
              Varying WS-Xt-Idx From 1 By 1
              Until WS-Xt-Idx > WS-Xt-Count
           Perform Check-One-Residue-Para
              Varying WS-Rt-Idx From 1 By 1
              Until WS-Rt-Idx > WS-Rt-Count.

       Load-Xref-Set-Para.
           Move 'N' To EOF-Xref-Recs
           Move Low-Values To X-KEY
           Move WS-Load-Racf-ID To X-RACF-ID
           Start Xref-File Key Not Less Than X-KEY
              Invalid Key Move 'Y' To EOF-Xref-Recs
           End-Start
           Perform Read-Xref-Para
           Perform Load-One-Xref-Para
              Until EOF-Xref-Recs = 'Y'.

       Read-Xref-Para.
           If EOF-Xref-Recs Not Equal 'Y'
              Read Xref-File Next
                 At End Move 'Y' To EOF-Xref-Recs
              End-Read
           End-If
           If EOF-Xref-Recs Not Equal 'Y'
              If X-RACF-ID Not Equal WS-Load-Racf-ID
                 Move 'Y' To EOF-Xref-Recs
              Else
                 Add 1 To WS-Xref-Read-Count
              End-If
           End-If.

       Load-One-Xref-Para.
           If X-EXP-DATE Not Equal Spaces
              And X-EXP-DATE Less Than WS-Current-Date
              Continue
           Else If WS-Load-Set Not Equal 'U'
              And X-EMERG-FLAG = 'Y'
              And X-EMERG-PRIOR Equal Spaces
              Add 1 To WS-Emerg-Skip-Count
           Else If WS-Xt-Count Less Than 2000
              Add 1 To WS-Xt-Count
              Move WS-Load-Set To XT-SET(WS-Xt-Count)
              Move X-ADS-ID To XT-ADS-ID(WS-Xt-Count)
              Move X-ACCESS To XT-ACCESS(WS-Xt-Count)
              If WS-Load-Set Not Equal 'U'
                 And X-EMERG-FLAG = 'Y'
                 Move X-EMERG-PRIOR To XT-ACCESS(WS-Xt-Count)
              End-If
              Move X-EXP-DATE To XT-EXP-DATE(WS-Xt-Count)
           Else
              Move 'Y' To WS-Xt-Overflow
              Move '- XREF TABLE FULL, EVENT INCOMPLETE' To ET-MESSAGE
           End-If
           End-If
           End-If
           Perform Read-Xref-Para.

       Find-In-Set-Para.
           Move 'N' To WS-Set-Found
           Perform Check-One-Set-Entry-Para
              Varying WS-Xs-Idx From 1 By 1
              Until WS-Xs-Idx > WS-Xt-Count
                 Or WS-Set-Found = 'Y'.

       Check-One-Set-Entry-Para.
           If XT-SET(WS-Xs-Idx) = WS-Find-Set
              And XT-ADS-ID(WS-Xs-Idx) = WS-Find-Ads-ID
              Move 'Y' To WS-Set-Found
           End-If.

       Add-One-Model-Grant-Para.
           If (HE-TYPE = 'H' And XT-SET(WS-Xt-Idx) = 'O')
              Or (HE-TYPE = 'M' And XT-SET(WS-Xt-Idx) = 'N')
              Move XT-ADS-ID(WS-Xt-Idx) To WS-Find-Ads-ID
              Move 'U' To WS-Find-Set
              Perform Find-In-Set-Para
              If WS-Set-Found Not Equal 'Y'
                 Move 'A' To WS-Trans-Action
                 Perform Write-Hr-Trans-Para
                 Add 1 To WS-Add-Count
              End-If
           End-If.

       Drop-One-Old-Grant-Para.
           If XT-SET(WS-Xt-Idx) = 'O'
              Move XT-ADS-ID(WS-Xt-Idx) To WS-Find-Ads-ID
              Move 'N' To WS-Find-Set
              Perform Find-In-Set-Para
              If WS-Set-Found Not Equal 'Y'
                 Move 'U' To WS-Find-Set
                 Perform Find-In-Set-Para
              Else
                 Move 'N' To WS-Set-Found
              End-If
              If WS-Set-Found = 'Y'
                 Move 'D' To WS-Trans-Action
                 Perform Write-Hr-Trans-Para
                 Add 1 To WS-Delete-Count
              End-If
           End-If.

       Drop-One-User-Grant-Para.
           Move 'D' To WS-Trans-Action
           Perform Write-Hr-Trans-Para
           Add 1 To WS-Delete-Count.

       Write-Hr-Trans-Para.
           Move Spaces To Hr-Trans-Rec
           Move WS-Trans-Action To HT-ACTION
           Move XT-ADS-ID(WS-Xt-Idx) To HT-ADS-ID
           Move HE-RACF-ID To HT-RACF-ID
           Move 0 To HT-GRP-COUNT
           If HT-ACTION = 'A'
              Move WS-Event-Eff-Date To HT-EFF-DATE
              Move XT-EXP-DATE(WS-Xt-Idx) To HT-EXP-DATE
              Move XT-ACCESS(WS-Xt-Idx) To HT-ACCESS
           End-If
           Move HE-TICKET To HT-TICKET
           Move HE-REQUESTER To HT-REQUESTER
           Move HE-APPROVER To HT-APPROVER
           Write Hr-Trans-Rec
           Add 1 To WS-Trans-Count
           Add 1 To WS-Event-Reqs
           Move Spaces To Event-Detail-Line
           If HT-ACTION = 'A'
              Move 'GRANT FROM MODEL' To ED-TAG
           Else
              Move 'REVOKE' To ED-TAG
           End-If
           Move HT-ACTION To ED-ACTION
           Move HT-ADS-ID To ED-ADS-ID
           Move HT-ACCESS To ED-ACCESS
           Move HT-EXP-DATE To ED-EXP-DATE
           Write Hr-Listing-Rec From Event-Detail-Line.

       Check-One-Residue-Para.
           If RT-RACF-ID(WS-Rt-Idx) = HE-RACF-ID
              Move Spaces To Event-Detail-Line
              Move 'RACF ONLY RESIDUE' To ED-TAG
              Move RT-ADS-ID(WS-Rt-Idx) To ED-ADS-ID
              Write Hr-Listing-Rec From Event-Detail-Line
              Add 1 To WS-Residue-Count
              If WS-Write-Cmds = 'Y'
                 Move RT-ADS-ID(WS-Rt-Idx) To WS-Cmd-Ads-ID
                 Perform Build-Delete-Cmd-Para
              End-If
           End-If.

       Find-Ads-Len-Para.
           Move 0 To WS-Ads-Len
           Perform Find-One-Ads-Char-Para
              Varying WS-Ads-Len From 64 By -1
              Until WS-Ads-Len < 1
                 Or WS-Cmd-Ads-ID(WS-Ads-Len:1) Not Equal Space
           If WS-Ads-Len < 1
              Move 1 To WS-Ads-Len
           End-If.

       Find-One-Ads-Char-Para.
           Continue.

       Build-Delete-Cmd-Para.
           Perform Find-Ads-Len-Para
           Move Spaces To WS-Command-Work
           String 'PERMIT ''' Delimited By Size
                  WS-Cmd-Ads-ID(1:WS-Ads-Len) Delimited By Size
                  ''' ID(' Delimited By Size
                  HE-RACF-ID Delimited By Space
                  ') DELETE' Delimited By Size
              Into WS-Command-Work
           Add 1 To WS-Cmd-Delete-Count
           Perform Write-Command-Para.

       Write-Command-Para.
           Move Spaces To Residue-Command-Rec
           String 'PERMIT ''' Delimited By Size
                  WS-Cmd-Ads-ID(1:WS-Ads-Len) Delimited By Size
                  ''' -' Delimited By Size
              Into Residue-Command-Rec
           Write Residue-Command-Rec
           Move Spaces To Residue-Command-Rec
           Move WS-Command-Work(WS-Ads-Len + 10:) To
              Residue-Command-Rec(8:)
           Write Residue-Command-Rec.

       End-Para.
           Close Hr-Event-File Xref-File Hr-Trans-File Hr-Listing
                 Residue-Command-File.

       Report-Para.
           Display 'NUHRFEED CONTROL TOTALS'
           If WS-Write-Cmds = 'Y'
              Display 'RUN MODE . . . . . . . WRITE COMMANDS'
           Else
              Display 'RUN MODE . . . . . . . REPORT ONLY'
           End-If
           Display 'HR EVENTS READ . . . . ' WS-Event-Count
           Display 'JOINERS  . . . . . . . ' WS-Hire-Count
           Display 'MOVERS . . . . . . . . ' WS-Move-Count
           Display 'LEAVERS  . . . . . . . ' WS-Leave-Count
           Display 'INVALID EVENTS . . . . ' WS-Bad-Event-Count
           Display 'XREF RECORDS READ  . . ' WS-Xref-Read-Count
           Display 'EMERGENCY-ONLY SKIPPED ' WS-Emerg-Skip-Count
           Display 'ADD REQUESTS WRITTEN . ' WS-Add-Count
           Display 'DELETE REQUESTS  . . . ' WS-Delete-Count
           Display 'RACF ONLY RESIDUE  . . ' WS-Residue-Count
           Display 'DELETE COMMANDS  . . . ' WS-Cmd-Delete-Count
           If WS-Xt-Overflow = 'Y'
              Display 'XREF TABLE FULL - INCREASE TABLE SIZE'
           End-If
           If WS-Rt-Overflow = 'Y'
              Display 'RESIDUE TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Bad-Event-Count > 0 Or WS-Xt-Overflow = 'Y'
              Or WS-Rt-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Residue-Count > 0
              Move 4 To Return-Code
           Else If WS-Event-Count = 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Compute WS-Stats-Errors =
              WS-Bad-Event-Count + WS-Residue-Count
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUHRFEED' To RS-PROGRAM
           Move WS-Current-Date To RS-RUN-DATE
           Move WS-Event-Count To RS-IN-PRIME
           Move WS-Xref-Read-Count To RS-IN-SECOND
           Move WS-Trans-Count To RS-OUT-PRIME
           Move WS-Cmd-Delete-Count To RS-OUT-SECOND
           Move WS-Stats-Errors To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
