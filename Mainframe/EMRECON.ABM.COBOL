           Organization Is Indexed
           Access Is Sequential
           Record Key Is G-KEY.
           Select Cycle-Control Assign To CYCLCTL
           Organization Is Line Sequential
           Access is Sequential.
           Select Racf-Unload Assign To RACFUNLD
           Organization Is Line Sequential
           Access is Sequential.
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

       FD Racf-Unload
           Label Records Are Standard.
          02 U-ADS-ID          PIC X(64).
          02 FILLER            PIC X.
          02 U-RACF-ID         PIC X(8).
          02 FILLER            PIC X.
          02 U-ACCESS          PIC X(8).

       FD Recon-Report
           Label Records Are Standard.
          02 GT-ENTRY OCCURS 100 Times.
             03 GT-RACF-ID       PIC X(8).
             03 GT-MATCHED       PIC X.
             03 GT-ACCESS        PIC X(8).
             03 GT-EMERG-FLAG    PIC X.
       01 Recon-Detail-Line.
          02 RD-TAG            PIC X(16).
          02 FILLER            PIC X(2) value spaces.
          02 RD-RACF-ID        PIC X(8).
          02 FILLER            PIC X(8) value '  CYCLE '.
          02 RD-CYCLE-DATE     PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 RD-ULIST-ACCESS   PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 RD-RACF-ACCESS    PIC X(8).
       77 WS-Command-Work      PIC X(118) value spaces.
       77 WS-Cmd-Ads-ID        PIC X(64) value spaces.
       77 WS-Cmd-Racf-ID       PIC X(8) value spaces.
       77 WS-Cmd-Access        PIC X(8) value spaces.
       77 WS-Unload-Access     PIC X(8) value spaces.
       77 WS-Ads-Len           PIC 9(02) value 0 Comp.
       77 WS-Write-Cmds        PIC X value 'N'.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 WS-Grant-Idx         PIC 9(03) value 0 Comp.
       77 WS-Grant-Count       PIC 9(03) value 0 Comp.
       77 WS-Grant-Found       PIC X value 'N'.
       77 WS-Grant-Hit         PIC 9(03) value 0 Comp.
       77 WS-Grant-Overflow    PIC X value 'N'.
       77 WS-Hold-ADS-ID       PIC X(64) value spaces.
       77 WS-Master-Key        PIC X(64) value low-values.
       77 WS-Match-Count       PIC 9(09) value 0.
       77 WS-Ulist-Only-Count  PIC 9(09) value 0.
       77 WS-Racf-Only-Count   PIC 9(09) value 0.
       77 WS-Level-Diff-Count  PIC 9(09) value 0.
       77 WS-Emerg-Match-Count PIC 9(09) value 0.
       77 WS-Cmd-Permit-Count  PIC 9(09) value 0.
       77 WS-Cmd-Delete-Count  PIC 9(09) value 0.
       77 WS-Stats-Errors      PIC 9(09) value 0.
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

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Verify-Master-Para
           Move WS-Current-Date To RD-CYCLE-DATE
           Perform Load-Parm-Para
           Open  Input New-Grant
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
           If EOF-Master-Recs = 'Y'
              Move High-Values To WS-Master-Key
           Else
              Move 'RACF ONLY' To RD-TAG
              Move U-ADS-ID To RD-ADS-ID
              Move U-RACF-ID To RD-RACF-ID
              Move U-ACCESS To RD-RACF-ACCESS
              Move WS-Current-Date To RD-CYCLE-DATE
              Write Recon-Report-Rec From Recon-Detail-Line
              Add 1 To WS-Racf-Only-Count
                 Add 1 To WS-Grant-Count
                 Move G-RACF-ID To GT-RACF-ID(WS-Grant-Count)
                 Move 'N' To GT-MATCHED(WS-Grant-Count)
                 Move G-ACCESS To GT-ACCESS(WS-Grant-Count)
                 If GT-ACCESS(WS-Grant-Count) Equal Spaces
                    Move 'READ' To GT-ACCESS(WS-Grant-Count)
                 End-If
                 Move G-EMERG-FLAG To GT-EMERG-FLAG(WS-Grant-Count)
              Else
                 Move 'Y' To WS-Grant-Overflow
              End-If
           Move WS-Hold-ADS-ID To RD-ADS-ID
           Move U-RACF-ID To RD-RACF-ID
           Move WS-Current-Date To RD-CYCLE-DATE
           Move U-ACCESS To WS-Unload-Access
           If WS-Unload-Access Equal Spaces
              Move 'READ' To WS-Unload-Access
           End-If
           Move WS-Unload-Access To RD-RACF-ACCESS
           If WS-Grant-Found = 'Y'
              Move GT-ACCESS(WS-Grant-Hit) To RD-ULIST-ACCESS
              If GT-ACCESS(WS-Grant-Hit) Equal WS-Unload-Access
                 Move 'MATCHED' To RD-TAG
                 Add 1 To WS-Match-Count
                 If GT-EMERG-FLAG(WS-Grant-Hit) = 'E'
                    Move 'EMERGENCY' To RD-TAG
                    Add 1 To WS-Emerg-Match-Count
                 End-If
              Else
                 Move 'LEVEL DIFFERS' To RD-TAG
                 Add 1 To WS-Level-Diff-Count
                 If WS-Write-Cmds = 'Y'
                    Move WS-Hold-ADS-ID To WS-Cmd-Ads-ID
                    Move U-RACF-ID To WS-Cmd-Racf-ID
                    Move GT-ACCESS(WS-Grant-Hit) To WS-Cmd-Access
                    Perform Build-Permit-Cmd-Para
                 End-If
              End-If
           Else
              Move 'RACF ONLY' To RD-TAG
              Add 1 To WS-Racf-Only-Count
              And GT-RACF-ID(WS-Grant-Idx) = U-RACF-ID
              Move 'Y' To GT-MATCHED(WS-Grant-Idx)
              Move 'Y' To WS-Grant-Found
              Move WS-Grant-Idx To WS-Grant-Hit
           End-If.

       Report-Unmatched-Grants-Para.
              Move WS-Hold-ADS-ID To RD-ADS-ID
              Move GT-RACF-ID(WS-Grant-Idx) To RD-RACF-ID
              Move WS-Current-Date To RD-CYCLE-DATE
              Move GT-ACCESS(WS-Grant-Idx) To RD-ULIST-ACCESS
              Write Recon-Report-Rec From Recon-Detail-Line
              Add 1 To WS-Ulist-Only-Count
              If WS-Write-Cmds = 'Y'
                 Move WS-Hold-ADS-ID To WS-Cmd-Ads-ID
                 Move GT-RACF-ID(WS-Grant-Idx) To WS-Cmd-Racf-ID
                 Move GT-ACCESS(WS-Grant-Idx) To WS-Cmd-Access
                 Perform Build-Permit-Cmd-Para
              End-If
           End-If.
                  WS-Cmd-Ads-ID(1:WS-Ads-Len) Delimited By Size
                  ''' ID(' Delimited By Size
                  WS-Cmd-Racf-ID Delimited By Space
                  ') ACCESS(' Delimited By Size
                  WS-Cmd-Access Delimited By Space
                  ')' Delimited By Size
              Into WS-Command-Work
           Add 1 To WS-Cmd-Permit-Count
           Perform Write-Command-Para.
              Remed-Command-Rec(8:)
           Write Remed-Command-Rec.

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
           Display 'NURECON CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close New-Grant Racf-Unload Recon-Report
                 Remed-Command-File.
           Display 'GRANT RECORDS READ . . ' WS-Master-Read-Count
           Display 'RACF RECORDS READ  . . ' WS-Unload-Read-Count
           Display 'GRANTS MATCHED . . . . ' WS-Match-Count
           Display 'EMERGENCY GRANTS . . . ' WS-Emerg-Match-Count
           Display 'ULIST ONLY GRANTS  . . ' WS-Ulist-Only-Count
           Display 'RACF ONLY GRANTS . . . ' WS-Racf-Only-Count
           Display 'LEVEL DIFFERS  . . . . ' WS-Level-Diff-Count
           Display 'PERMIT COMMANDS  . . . ' WS-Cmd-Permit-Count
           Display 'DELETE COMMANDS  . . . ' WS-Cmd-Delete-Count
           If WS-Grant-Overflow = 'Y'
           If WS-Grant-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Ulist-Only-Count > 0 Or WS-Racf-Only-Count > 0
              Or WS-Level-Diff-Count > 0
              Move 8 To Return-Code
           Else If WS-Master-Read-Count = 0
              And WS-Unload-Read-Count = 0
       Write-Run-Stats-Para.
           Compute WS-Stats-Errors =
              WS-Ulist-Only-Count + WS-Racf-Only-Count
              + WS-Level-Diff-Count
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NURECON' To RS-PROGRAM
