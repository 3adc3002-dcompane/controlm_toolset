           Organization Is Indexed
           Access Is Sequential
           Record Key Is N-ADS-ID.
           Select Legacy-Grant Assign To OLDGRNT
           Organization Is Indexed
           Access Is Sequential
           Record Key Is L-KEY.
           Select Legacy-History Assign To OLDHIST
           Organization Is Indexed
           Access Is Sequential
           Record Key Is LH-KEY.
           Select History-File Assign To HISTFILE
           Organization Is Indexed
           Access Is Sequential
           Record Key Is H-KEY.
           Select Optional Parm-File Assign To PARMFILE
           Organization Is Line Sequential
           Access is Sequential.
           Select New-Grant Assign To NEWGRNT
           Organization Is Indexed
           Access Is Sequential
           Record Key Is G-KEY.
           Select Cycle-Control-Out Assign To CYCLOUT
           Organization Is Line Sequential
           Access is Sequential.
           Select Convert-Report Assign To CNVRPT
           Organization Is Line Sequential
           Access is Sequential.
             03 N-GRP-EFF-DATE   PIC X(8).
             03 N-GRP-EXP-DATE   PIC X(8).

       FD Legacy-Grant
           Label Records Are Standard.
        01 Legacy-Grant-Rec.
          02 L-ACTION          PIC X value spaces.
          02 L-KEY.
             03 L-ADS-ID         PIC X(64).
             03 L-RACF-ID        PIC X(8).
          02 L-FILLER          PIC X value spaces.
          02 L-TYPE            PIC X(7).
          02 L-EFF-DATE        PIC X(8).
          02 L-EXP-DATE        PIC X(8).

       FD Legacy-History
           Label Records Are Standard.
        01 Legacy-History-Rec.
          02 LH-KEY.
             03 LH-ADS-ID        PIC X(64).
             03 LH-TIMESTAMP     PIC X(14).
             03 LH-SEQ           PIC 9(04).
          02 LH-ACTION         PIC X.
          02 LH-OLD-RACF-ID    PIC X(8).
          02 LH-NEW-RACF-ID    PIC X(8).

       FD History-File
           Label Records Are Standard.
        01 History-Rec.
          02 H-KEY.
             03 H-ADS-ID         PIC X(64).
             03 H-TIMESTAMP      PIC X(14).
             03 H-SEQ            PIC 9(04).
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

       FD Parm-File
           Label Records Are Standard.
        01 Parm-Rec.
          02 P-RUN-OPTION      PIC X(8).

       FD New-Grant
           Label Records Are Standard.
        01 Grant-Rec.
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

       FD Convert-Report
           Label Records Are Standard.
       77 WS-Hold-Key          PIC X(72) value low-values.
       77 EOF-Master-Recs      PIC X value 'N'.
       77 EOF-Sorted-Recs      PIC X value 'N'.
       77 EOF-Parm-Recs        PIC X value 'N'.
       77 WS-Convert-Mode      PIC X(8) value 'ULIST'.
       77 WS-Read-Count        PIC 9(09) value 0.
       77 WS-Grant-Count       PIC 9(09) value 0.
       77 WS-Write-Count       PIC 9(09) value 0.
       77 WS-Dup-Count         PIC 9(09) value 0.
       77 WS-Current-Date      PIC X(8) value spaces.
       77 WS-Master-Hash       PIC 9(15) value 0.
       77 WS-Hash-Date         PIC 9(08) value 0.

       PROCEDURE DIVISION.
       Main-Para.
           Perform Open-Para
           If WS-Convert-Mode = 'HISTORY'
              Perform Read-Legacy-History-Para
              Perform Copy-One-History-Para
                 Until EOF-Master-Recs = 'Y'
           Else
              If WS-Convert-Mode = 'MASTER'
                 Sort Sort-Work-File
                    Ascending Key SG-ADS-ID SG-RACF-ID
                    Input Procedure Is Scan-Legacy-Para
                    Output Procedure Is Write-Grant-Para
              Else
                 Sort Sort-Work-File
                    Ascending Key SG-ADS-ID SG-RACF-ID
                    Input Procedure Is Scan-Master-Para
                    Output Procedure Is Write-Grant-Para
              End-If
           End-If
           Perform End-Para
           Perform Report-Para
           Perform Set-Return-Code-Para
           Stop Run.

       Open-Para.
           Accept WS-Current-Date From Date Yyyymmdd
           Perform Load-Parm-Para
           If WS-Convert-Mode = 'HISTORY'
              Open  Input Legacy-History
                    Output History-File
                    Output Convert-Report
           Else
              If WS-Convert-Mode = 'MASTER'
                 Open  Input Legacy-Grant
                       Output New-Grant
                       Output Convert-Report
              Else
                 Open  Input New-Ulist
                       Output New-Grant
                       Output Convert-Report
              End-If
           End-If.

       Load-Parm-Para.
           Open Input Parm-File
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read
           Perform Read-Parm-Para
              Until EOF-Parm-Recs = 'Y'
           Close Parm-File.

       Read-Parm-Para.
           If P-RUN-OPTION = 'MASTER' Or P-RUN-OPTION = 'HISTORY'
              Move P-RUN-OPTION To WS-Convert-Mode
           End-If
           Read Parm-File At End Move 'Y' To EOF-Parm-Recs
           End-Read.

       Scan-Master-Para.
           Perform Read-Master-Para
              Until WS-Grp-Idx > N-GRP-COUNT
           Perform Read-Master-Para.

       Scan-Legacy-Para.
           Perform Read-Legacy-Para
           Perform Scan-One-Legacy-Para
              Until EOF-Master-Recs = 'Y'.

       Read-Legacy-Para.
           Read Legacy-Grant At End Move 'Y' To EOF-Master-Recs
           End-Read
           If EOF-Master-Recs Not Equal 'Y'
              Add 1 To WS-Read-Count
           End-If.

       Scan-One-Legacy-Para.
           If L-RACF-ID Not Equal Spaces
              Move Spaces To Sort-Work-Rec
              Move L-ADS-ID To SG-ADS-ID
              Move L-RACF-ID To SG-RACF-ID
              Move L-TYPE To SG-TYPE
              Move L-EFF-DATE To SG-EFF-DATE
              Move L-EXP-DATE To SG-EXP-DATE
              Release Sort-Work-Rec
              Add 1 To WS-Grant-Count
           End-If
           Perform Read-Legacy-Para.

       Read-Legacy-History-Para.
           Read Legacy-History At End Move 'Y' To EOF-Master-Recs
           End-Read
           If EOF-Master-Recs Not Equal 'Y'
              Add 1 To WS-Read-Count
           End-If.

       Copy-One-History-Para.
           Move Spaces To History-Rec
           Move LH-ADS-ID To H-ADS-ID
           Move LH-TIMESTAMP To H-TIMESTAMP
           Move LH-SEQ To H-SEQ
           Move LH-ACTION To H-ACTION
           Move LH-OLD-RACF-ID To H-OLD-RACF-ID
           Move LH-NEW-RACF-ID To H-NEW-RACF-ID
           Write History-Rec
              Invalid Key Add 1 To WS-Dup-Count
              Not Invalid Key Add 1 To WS-Write-Count
           End-Write
           Perform Read-Legacy-History-Para.

       Release-One-Grp-Para.
           If N-GRP-RACF-ID(WS-Grp-Idx) Not Equal Spaces
              Move Spaces To Sort-Work-Rec
           End-If.

       Write-Grant-Para.
           Move Spaces To Grant-Control-Rec
           Move 'H' To GC-ACTION
           Move Low-Values To GC-KEY
           Move 0 To GC-CYCLE-NO
           Move WS-Current-Date To GC-BUS-DATE
           Move 0 To GC-REC-COUNT
           Move 0 To GC-HASH-TOTAL
           Write Grant-Control-Rec
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return
           Perform Write-One-Grant-Para
              Until EOF-Sorted-Recs = 'Y'
           Move Spaces To Grant-Control-Rec
           Move 'T' To GC-ACTION
           Move High-Values To GC-KEY
           Move 0 To GC-CYCLE-NO
           Move WS-Current-Date To GC-BUS-DATE
           Move WS-Write-Count To GC-REC-COUNT
           Move WS-Master-Hash To GC-HASH-TOTAL
           Write Grant-Control-Rec.

       Write-One-Grant-Para.
           If Sort-Work-Rec(1:72) = WS-Hold-Key
              Move SG-TYPE To G-TYPE
              Move SG-EFF-DATE To G-EFF-DATE
              Move SG-EXP-DATE To G-EXP-DATE
              Move 'READ' To G-ACCESS
              Write Grant-Rec
              Add 1 To WS-Write-Count
              If G-EFF-DATE Is Numeric
                 Move G-EFF-DATE To WS-Hash-Date
                 Add WS-Hash-Date To WS-Master-Hash
              End-If
              If G-EXP-DATE Is Numeric
                 Move G-EXP-DATE To WS-Hash-Date
                 Add WS-Hash-Date To WS-Master-Hash
              End-If
           End-If
           Return Sort-Work-File
              At End Move 'Y' To EOF-Sorted-Recs
           End-Return.

       End-Para.
           If WS-Convert-Mode = 'HISTORY'
              Close Legacy-History History-File Convert-Report
           Else
              If WS-Convert-Mode = 'MASTER'
                 Close Legacy-Grant New-Grant Convert-Report
              Else
                 Close New-Ulist New-Grant Convert-Report
              End-If
              Perform Write-Cycle-Para
           End-If.

       Write-Cycle-Para.
           Open Output Cycle-Control-Out
           Move Spaces To Cycle-Control-Out-Rec
           Move 0 To CO-CYCLE-NO
           Move WS-Current-Date To CO-BUS-DATE
           Move WS-Write-Count To CO-REC-COUNT
           Move WS-Master-Hash To CO-HASH-TOTAL
           Write Cycle-Control-Out-Rec
           Close Cycle-Control-Out.

       Report-Para.
           Display 'NUGRNTCV CONTROL TOTALS'
           Display 'CONVERSION MODE  . . . ' WS-Convert-Mode
           If WS-Convert-Mode = 'HISTORY'
              Display 'HISTORY RECORDS READ . ' WS-Read-Count
              Display 'HISTORY RECORDS WRITTEN' WS-Write-Count
              Display 'DUPLICATES DROPPED . . ' WS-Dup-Count
           Else
              If WS-Convert-Mode = 'MASTER'
                 Display 'MASTER RECORDS READ  . ' WS-Read-Count
              Else
                 Display 'ULIST RECORDS READ . . ' WS-Read-Count
              End-If
              Display 'GRANTS EXTRACTED . . . ' WS-Grant-Count
              Display 'GRANT RECORDS WRITTEN  ' WS-Write-Count
              Display 'DUPLICATES DROPPED . . ' WS-Dup-Count
              Display 'MASTER HASH TOTAL  . . ' WS-Master-Hash
           End-If.

       Set-Return-Code-Para.
           If WS-Dup-Count > 0
