       Identification Division.
       Program-Id. NUEFFACC.

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
           Select Connect-Unload Assign To CONNUNLD
           Organization Is Line Sequential
           Access is Sequential.
           Select Eff-Access-File Assign To EFFACC
           Organization Is Line Sequential
           Access is Sequential.
           Select Eff-Access-Report Assign To EFFARPT
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

       FD Connect-Unload
           Label Records Are Standard.
        01 Connect-Unload-Rec.
          02 CN-GROUP-ID       PIC X(8).
          02 FILLER            PIC X.
          02 CN-USER-ID        PIC X(8).

       FD Eff-Access-File
           Label Records Are Standard.
        01 Eff-Access-Rec.
          02 EA-RACF-ID        PIC X(8).
          02 FILLER            PIC X value space.
          02 EA-ADS-ID         PIC X(64).
          02 FILLER            PIC X value space.
          02 EA-SOURCE         PIC X(6).
          02 FILLER            PIC X value space.
          02 EA-VIA-GROUP      PIC X(8).
          02 FILLER            PIC X value space.
          02 EA-TYPE           PIC X(7).
          02 FILLER            PIC X value space.
          02 EA-EFF-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 EA-EXP-DATE       PIC X(8).
          02 FILLER            PIC X value space.
          02 EA-ACCESS         PIC X(8).
        01 Eff-Control-Rec.
          02 EC-RECORD-ID      PIC X(8).
          02 FILLER            PIC X.
          02 EC-CYCLE-NO       PIC 9(07).
          02 FILLER            PIC X.
          02 EC-BUS-DATE       PIC X(8).
          02 FILLER            PIC X.
          02 EC-REC-COUNT      PIC 9(09).

       FD Eff-Access-Report
           Label Records Are Standard.
        01 Eff-Access-Report-Rec PIC X(132).

       SD Sort-Work-File.
        01 Sort-Work-Rec.
          02 SE-RACF-ID        PIC X(8).
          02 SE-ADS-ID         PIC X(64).
          02 SE-VIA-GROUP      PIC X(8).
          02 SE-SOURCE         PIC X(6).
          02 SE-TYPE           PIC X(7).
          02 SE-EFF-DATE       PIC X(8).
          02 SE-EXP-DATE       PIC X(8).
          02 SE-ACCESS         PIC X(8).

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
       01 Connect-Table.
          02 CT-ENTRY OCCURS 20000 Times.
             03 CT-GROUP-ID      PIC X(8).
             03 CT-USER-ID       PIC X(8).
       01 Eff-User-Heading.
          02 FILLER            PIC X(5) value 'USER '.
          02 EH-RACF-ID        PIC X(8).
          02 FILLER            PIC X(24)
             value ' HAS EFFECTIVE ACCESS TO'.
       01 Eff-Detail-Line.
          02 FILLER            PIC X(4) value spaces.
          02 ED-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 ED-SOURCE         PIC X(6).
          02 FILLER            PIC X(2) value spaces.
          02 ED-VIA-GROUP      PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 ED-EFF-DATE       PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 ED-EXP-DATE       PIC X(8).
          02 FILLER            PIC X(2) value spaces.
          02 ED-ACCESS         PIC X(8).
       01 Empty-Group-Line.
          02 FILLER            PIC X(16) value 'GROUP NO MEMBERS'.
          02 FILLER            PIC X(2) value spaces.
          02 EG-ADS-ID         PIC X(64).
          02 FILLER            PIC X(2) value spaces.
          02 EG-RACF-ID        PIC X(8).
       77 WS-Conn-Idx          PIC 9(05) value 0 Comp.
       77 WS-Conn-Count        PIC 9(05) value 0 Comp.
       77 WS-Conn-Overflow     PIC X value 'N'.
       77 WS-Is-Group          PIC X value 'N'.
       77 WS-Hold-Racf-ID      PIC X(8) value low-values.
       77 EOF-Connect-Recs     PIC X value 'N'.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 EOF-Sorted-Recs      PIC X value 'N'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Direct-Count      PIC 9(09) value 0.
       77 WS-Group-Grant-Count PIC 9(09) value 0.
       77 WS-Via-Group-Count   PIC 9(09) value 0.
       77 WS-Empty-Group-Count PIC 9(09) value 0.
       77 WS-User-Count        PIC 9(09) value 0.
       77 WS-Eff-Write-Count   PIC 9(09) value 0.
       77 WS-Stats-Date        PIC X(8) value spaces.
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
              Ascending Key SE-RACF-ID SE-ADS-ID SE-VIA-GROUP
              Input Procedure Is Scan-Master-Para
              Output Procedure Is Build-Eff-Access-Para
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Perform Verify-Master-Para
           Perform Load-Connect-Para
           Open  Input New-Grant
                 Output Eff-Access-File
                 Output Eff-Access-Report.

       Load-Connect-Para.
           Open Input Connect-Unload
           Read Connect-Unload
              At End Move 'Y' To EOF-Connect-Recs
           End-Read
           Perform Load-One-Connect-Para
              Until EOF-Connect-Recs = 'Y'
              Or WS-Conn-Count Not Less Than 20000
           If EOF-Connect-Recs Not Equal 'Y'
              Move 'Y' To WS-Conn-Overflow
           End-If
           Close Connect-Unload.

       Load-One-Connect-Para.
           Add 1 To WS-Conn-Count
           Move CN-GROUP-ID To CT-GROUP-ID(WS-Conn-Count)
           Move CN-USER-ID To CT-USER-ID(WS-Conn-Count)
           Read Connect-Unload
              At End Move 'Y' To EOF-Connect-Recs
           End-Read.

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
              Move 'N' To WS-Is-Group
              Perform Check-One-Group-Para
                 Varying WS-Conn-Idx From 1 By 1
                 Until WS-Conn-Idx > WS-Conn-Count
                    Or WS-Is-Group = 'Y'
              If WS-Is-Group = 'Y'
                 Add 1 To WS-Group-Grant-Count
                 Perform Release-One-Member-Para
                    Varying WS-Conn-Idx From 1 By 1
                    Until WS-Conn-Idx > WS-Conn-Count
              Else
                 If G-TYPE = 'GROUP'
                    Move G-ADS-ID To EG-ADS-ID
                    Move G-RACF-ID To EG-RACF-ID
                    Write Eff-Access-Report-Rec From Empty-Group-Line
                    Add 1 To WS-Empty-Group-Count
                 End-If
                 Move Spaces To Sort-Work-Rec
                 Move G-RACF-ID To SE-RACF-ID
                 Move 'DIRECT' To SE-SOURCE
                 Perform Release-Grant-Para
                 Add 1 To WS-Direct-Count
              End-If
           End-If
           Perform Read-Master-Para.

       Check-One-Group-Para.
           If CT-GROUP-ID(WS-Conn-Idx) = G-RACF-ID
              Move 'Y' To WS-Is-Group
           End-If.

       Release-One-Member-Para.
           If CT-GROUP-ID(WS-Conn-Idx) = G-RACF-ID
              Move Spaces To Sort-Work-Rec
              Move CT-USER-ID(WS-Conn-Idx) To SE-RACF-ID
              Move 'GROUP' To SE-SOURCE
              Move G-RACF-ID To SE-VIA-GROUP
              Perform Release-Grant-Para
              Add 1 To WS-Via-Group-Count
           End-If.

       Release-Grant-Para.
           Move G-ADS-ID To SE-ADS-ID
           Move G-TYPE To SE-TYPE
           Move G-EFF-DATE To SE-EFF-DATE
           Move G-EXP-DATE To SE-EXP-DATE
           If G-ACCESS Equal Spaces
              Move 'READ' To SE-ACCESS
           Else
              Move G-ACCESS To SE-ACCESS
           End-If
           Release Sort-Work-Rec.

       Build-Eff-Access-Para.
           Move Spaces To Eff-Control-Rec
           Move '*HEADER*' To EC-RECORD-ID
           Move WS-Cycle-No To EC-CYCLE-NO
           Move WS-Cycle-Date To EC-BUS-DATE
           Move 0 To EC-REC-COUNT
           Write Eff-Control-Rec
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return
           Perform Build-One-Eff-Access-Para
              Until EOF-Sorted-Recs = 'Y'
           Move Spaces To Eff-Control-Rec
           Move '*TRAILER' To EC-RECORD-ID
           Move WS-Cycle-No To EC-CYCLE-NO
           Move WS-Cycle-Date To EC-BUS-DATE
           Move WS-Eff-Write-Count To EC-REC-COUNT
           Write Eff-Control-Rec.

       Build-One-Eff-Access-Para.
           If SE-RACF-ID Not Equal WS-Hold-Racf-ID
              Move SE-RACF-ID To WS-Hold-Racf-ID
              Add 1 To WS-User-Count
              Move SE-RACF-ID To EH-RACF-ID
              Write Eff-Access-Report-Rec From Eff-User-Heading
           End-If
           Move Spaces To Eff-Access-Rec
           Move SE-RACF-ID To EA-RACF-ID
           Move SE-ADS-ID To EA-ADS-ID
           Move SE-SOURCE To EA-SOURCE
           Move SE-VIA-GROUP To EA-VIA-GROUP
           Move SE-TYPE To EA-TYPE
           Move SE-EFF-DATE To EA-EFF-DATE
           Move SE-EXP-DATE To EA-EXP-DATE
           Move SE-ACCESS To EA-ACCESS
           Write Eff-Access-Rec
           Add 1 To WS-Eff-Write-Count
           Move SE-ADS-ID To ED-ADS-ID
           Move SE-SOURCE To ED-SOURCE
           Move SE-VIA-GROUP To ED-VIA-GROUP
           Move SE-EFF-DATE To ED-EFF-DATE
           Move SE-EXP-DATE To ED-EXP-DATE
           Move SE-ACCESS To ED-ACCESS
           Write Eff-Access-Report-Rec From Eff-Detail-Line
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return.

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
           Display 'NUEFFACC CYCLE CHECK FAILED'
           Display 'REASON . . . . . . . . ' WS-Cycle-Error
           Display 'CONTROL CYCLE  . . . . ' WS-Cycle-No
           Display 'CONTROL RECORD COUNT . ' WS-Cycle-Count
           Display 'MASTER RECORDS COUNTED ' WS-Ctl-Count
           Move 12 To Return-Code
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para
           Stop Run.

       End-Para.
           Close New-Grant Eff-Access-File Eff-Access-Report.

       Report-Para.
           Display 'NUEFFACC CONTROL TOTALS'
           Display 'CONNECT RECORDS LOADED ' WS-Conn-Count
           Display 'GRANT RECORDS READ . . ' WS-Read-Count
           Display 'DIRECT GRANTS  . . . . ' WS-Direct-Count
           Display 'GROUP GRANTS EXPANDED  ' WS-Group-Grant-Count
           Display 'ACCESS VIA GROUP . . . ' WS-Via-Group-Count
           Display 'GROUPS WITH NO MEMBERS ' WS-Empty-Group-Count
           Display 'USERS WRITTEN  . . . . ' WS-User-Count
           Display 'EFFECTIVE RECS WRITTEN ' WS-Eff-Write-Count
           If WS-Conn-Overflow = 'Y'
              Display 'CONNECT TABLE FULL - INCREASE TABLE SIZE'
           End-If.

       Set-Return-Code-Para.
           If WS-Conn-Overflow = 'Y'
              Move 8 To Return-Code
           Else If WS-Read-Count = 0 Or WS-Conn-Count = 0
              Move 4 To Return-Code
           Else If WS-Empty-Group-Count > 0
              Move 4 To Return-Code
           Else
              Move 0 To Return-Code
           End-If
           Display 'RETURN-CODE IS . . . . ' Return-Code
           Perform Write-Run-Stats-Para.

       Write-Run-Stats-Para.
           Open Extend Run-Stats-File
           Move Spaces To Run-Stats-Rec
           Move 'NUEFFACC' To RS-PROGRAM
           Accept WS-Stats-Date From Date Yyyymmdd
           Move WS-Stats-Date To RS-RUN-DATE
           Move WS-Read-Count To RS-IN-PRIME
           Move WS-Conn-Count To RS-IN-SECOND
           Move WS-Eff-Write-Count To RS-OUT-PRIME
           Move 0 To RS-OUT-SECOND
           Move WS-Empty-Group-Count To RS-ERROR-COUNT
           Move Return-Code To RS-RETURN-CODE
           Write Run-Stats-Rec
           Close Run-Stats-File.
