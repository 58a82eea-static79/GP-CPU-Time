      *    TRAN-ID CL4, SYSTEM-ID CL4, START CL14, STOPP CL14,         *
      *    STEPNAME CL8.                                               *
      *                                                                *
      *    GPCPUtime closes every generation with a *CONTROL trailer   *
      *    carrying its own count of records by Satzstatus and hash    *
      *    totals of CPU and SRB.  This program counts the same        *
      *    things as it reads and balances the two - a generation      *
      *    that lost or gained records, or whose monitor never got     *
      *    to CLOSE, is flagged on the edit report, on the console     *
      *    and with return code 4.  The verdict travels on as a        *
      *    CONTROL record at the end of EditData (Satzstatus CONTROL,  *
      *    Open-Jobname BALANCED, UNBALANC or NOTRAILR, Elapsed =      *
      *    records written, CPU/SRB = their totals), which is what     *
      *    GPCPUHST checks before it loads a generation into history.  *
      *                                                                *
      * ****************************************************************
       Environment Division.
       Configuration Section.
           05 R-Jobname        PIC X(8).
           05 R-Laufdatum      PIC X(8).
           05 R-CPU-Zeit       PIC X(15).
           05 R-CPU-Num        Redefines R-CPU-Zeit PIC 9(15).
           05 R-Programmversion PIC X(7).
           05 R-Umgebung       PIC X(5).
           05 R-Elapsed-Zeit   PIC X(15).
           05 R-SRB-Zeit       PIC X(15).
           05 R-SRB-Num        Redefines R-SRB-Zeit PIC 9(15).
           05 R-Satzstatus     PIC X(8).
           05 R-Open-Jobname   PIC X(8).
           05 R-Tran-ID        PIC X(4).
         01 Grund-Found-Switch PIC X(1)  Value "N".
            88 Grund-Found     Value "Y".

      *    The trailer as UNSTRING delivers it - X-typed for the same
      *    reason as Roh-Felder, with numeric views for the compare.
         01 Trailer-Felder.
           05 TF-Kennung       PIC X(8).
           05 TF-Laufdatum     PIC X(8).
           05 TF-Zaehler-Gruppe.
              10 TF-Zaehler-X  PIC X(9)  OCCURS 7 TIMES.
           05 TF-Zaehler-Num   Redefines TF-Zaehler-Gruppe.
              10 TF-Zaehler-N  PIC 9(9)  OCCURS 7 TIMES.
           05 TF-CPU-Hash      PIC X(18).
           05 TF-CPU-Hash-N    Redefines TF-CPU-Hash PIC 9(18).
           05 TF-SRB-Hash      PIC X(18).
           05 TF-SRB-Hash-N    Redefines TF-SRB-Hash PIC 9(18).
           05 TF-System-ID     PIC X(4).
           05 TF-Stempel       PIC X(14).

      *    The Satzstatus values the trailer counts, in trailer
      *    order.  Anything else read lands in Segment-Sonstige,
      *    which the trailer by definition never counts.
         01 Status-Namen-Values.
           05 Filler PIC X(8) Value "OK".
           05 Filler PIC X(8) Value "INTERVAL".
           05 Filler PIC X(8) Value "MISMATCH".
           05 Filler PIC X(8) Value "NOSLOT".
           05 Filler PIC X(8) Value "ORPHAN".
           05 Filler PIC X(8) Value "PURGED".
           05 Filler PIC X(8) Value "EXPIRED".
         01 Status-Namen Redefines Status-Namen-Values.
           05 SN-Status PIC X(8) OCCURS 7 TIMES INDEXED BY SN-IX.

      *    What has been read since the last trailer - the segment
      *    the next trailer has to balance.
         01 Segment-Summen.
           05 Segment-Saetze   PIC 9(9)  Value Zero.
           05 Segment-Zaehler  PIC 9(9)  OCCURS 7 TIMES.
           05 Segment-Sonstige PIC 9(9)  Value Zero.
           05 Segment-CPU-Hash PIC 9(18) Value Zero.
           05 Segment-SRB-Hash PIC 9(18) Value Zero.

      *    One row per trailer (or per missing one), kept for the
      *    balancing section of the edit report.  A raw generation
      *    normally holds exactly one.
         01 Segment-Table-Max  PIC 9(2)  Value 10.
         01 Segment-Table.
           05 Segment-Entry OCCURS 10 TIMES INDEXED BY SE-IX.
              10 SE-Status        PIC X(8).
              10 SE-System-ID     PIC X(4).
              10 SE-Stempel       PIC X(14).
              10 SE-Saetze        PIC 9(9).
              10 SE-Sonstige      PIC 9(9).
              10 SE-Ist           PIC 9(9)  OCCURS 7 TIMES.
              10 SE-Soll          PIC 9(9)  OCCURS 7 TIMES.
              10 SE-CPU-Ist       PIC 9(18).
              10 SE-CPU-Soll      PIC 9(18).
              10 SE-SRB-Ist       PIC 9(18).
              10 SE-SRB-Soll      PIC 9(18).
         01 Segment-Count      PIC 9(2)  Value Zero.

         01 Segment-Full-Switch PIC X(1) Value "N".
            88 Segment-Table-Full Value "Y".

         01 ST-IX              PIC 9(2)  Value Zero.
         01 Segment-Abweichungen PIC 9(2) Value Zero.

         01 Balance-Felder.
           05 Trailer-Gelesen  PIC 9(9)  Value Zero.
           05 Abweichungen     PIC 9(9)  Value Zero.
           05 Fehlende-Trailer PIC 9(9)  Value Zero.
           05 Gut-CPU-Summe    PIC 9(15) Value Zero.
           05 Gut-SRB-Summe    PIC 9(15) Value Zero.
           05 Letztes-Laufdatum PIC X(8) Value Spaces.
           05 Letzte-System-ID PIC X(4)  Value Spaces.
           05 Letzter-Stempel  PIC X(14) Value Spaces.
           05 Balance-Status   PIC X(8)  Value "BALANCED".
              88 Generation-Balanced Value "BALANCED".
           05 Kontroll-Wert    PIC 9(15) Value Zero.

         01 Heading-Line-1
              PIC X(44) Value
              "GPCPUEDT - TIMEDATA EDIT AND VALIDATION".
         01 No-Reject-Line      PIC X(34) Value
              "NO RECORDS REJECTED - INPUT CLEAN".

         01 Balance-Heading
              PIC X(44) Value
              "CONTROL TRAILER BALANCING".

         01 Segment-Line.
           05 Filler             PIC X(9)  Value "TRAILER: ".
           05 SL-Status          PIC X(8).
           05 Filler             PIC X(10) Value "  SYSTEM: ".
           05 SL-System-ID       PIC X(4).
           05 Filler             PIC X(9)  Value "  CLOSE: ".
           05 SL-Stempel         PIC X(14).
           05 Filler             PIC X(11) Value "  RECORDS: ".
           05 SL-Saetze          PIC ZZZZZZZZ9.

         01 Balance-Sub-Heading.
           05 Filler             PIC X(4)  Value Spaces.
           05 Filler             PIC X(10) Value "TOTAL".
           05 Filler             PIC X(20) Value
              "             COUNTED".
           05 Filler             PIC X(20) Value
              "             TRAILER".

         01 Balance-Line.
           05 Filler             PIC X(4)  Value Spaces.
           05 BL-Name            PIC X(10).
           05 BL-Ist             PIC Z(18)9.
           05 Filler             PIC X(1)  Value Spaces.
           05 BL-Soll            PIC Z(18)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 BL-Flag            PIC X(10).

         01 Balance-Result-Line.
           05 Filler             PIC X(20) Value
              "GENERATION STATUS: ".
           05 BR-Status          PIC X(8).
           05 Filler             PIC X(18) Value
              "   DIFFERENCES: ".
           05 BR-Abweichungen    PIC ZZZZZZZZ9.
           05 Filler             PIC X(21) Value
              "   MISSING TRAILERS: ".
           05 BR-Fehlende        PIC ZZZZZZZZ9.


       Procedure Division.
       Main section.
           perform Open-Files.
           initialize Segment-Summen.
           perform Read-Timedata.
           perform until End-Of-File
              if TimeDataIn (1:9) = "*CONTROL;"
                 perform Pruefe-Trailer
              else
                 perform Pruefe-Satz
                 perform Count-Segment
                 if Grund = spaces
                    perform Write-Gut
                 else
                    perform Write-Schlecht
                 end-if
              end-if
              perform Read-Timedata
           end-perform.
           perform Check-Last-Segment.
           perform Write-Control-Record.
           perform Print-Report.
           perform Close-Files.
           display "GPCPUEDT RECORDS IN=" Gelesen
               " GOOD=" Geschrieben
               " REJECTED=" Verworfen upon console.
           display "GPCPUEDT CONTROL TRAILERS=" Trailer-Gelesen
               " DIFFERENCES=" Abweichungen
               " MISSING=" Fehlende-Trailer
               " STATUS=" Balance-Status upon console.
           if not Generation-Balanced
              display "GPCPUEDT GENERATION NOT BALANCED - "
                  "GPCPUHST WILL NOT LOAD IT" upon console
              move 4 to Return-Code
           end-if.
           perform Write-Run-Status.
           stop run.

       Read-Timedata Section.
           read TimeData
              at end set End-Of-File to true
              not at end
                 if TimeDataIn (1:9) = "*CONTROL;"
                    add 1 to Trailer-Gelesen
                 else
                    add 1 to Gelesen
                 end-if
           end-read.


           move R-Step-Name to ED-Step-Name.
           write Edit-Satz.
           add 1 to Geschrieben.
           add R-CPU-Num to Gut-CPU-Summe.
           add R-SRB-Num to Gut-SRB-Summe.
           move R-Laufdatum to Letztes-Laufdatum.


       Write-Schlecht Section.
           add 1 to GT-Count(GR-IX).


       Count-Segment Section.
      *    Count the record the way GPCPUtime's Write-TimeData did -
      *    by the Satzstatus it carries, good or rejected, since the
      *    trailer counted everything that went out.  A CPU or SRB
      *    field that is no longer numeric cannot be hashed and so
      *    will not balance, which is the point.
           add 1 to Segment-Saetze.
           set SN-IX to 1.
           search SN-Status
              at end
                 add 1 to Segment-Sonstige
              when SN-Status(SN-IX) = R-Satzstatus
                 set ST-IX to SN-IX
                 add 1 to Segment-Zaehler(ST-IX)
           end-search.
           if R-CPU-Zeit numeric
              add R-CPU-Num to Segment-CPU-Hash
           end-if.
           if R-SRB-Zeit numeric
              add R-SRB-Num to Segment-SRB-Hash
           end-if.


       Pruefe-Trailer Section.
      *    A trailer closes the segment read since the previous one.
      *    Every total that differs - or that arrived as something
      *    other than digits - is one difference.
           move spaces to Trailer-Felder.
           unstring TimeDataIn delimited by ";"
               into TF-Kennung TF-Laufdatum
                    TF-Zaehler-X(1) TF-Zaehler-X(2) TF-Zaehler-X(3)
                    TF-Zaehler-X(4) TF-Zaehler-X(5) TF-Zaehler-X(6)
                    TF-Zaehler-X(7)
                    TF-CPU-Hash TF-SRB-Hash
                    TF-System-ID TF-Stempel
           end-unstring.
           move 0 to Segment-Abweichungen.
           perform varying ST-IX from 1 by 1 until ST-IX > 7
              if TF-Zaehler-X(ST-IX) not numeric
                 add 1 to Segment-Abweichungen
                 move 0 to TF-Zaehler-N(ST-IX)
              else
                 if TF-Zaehler-N(ST-IX) not = Segment-Zaehler(ST-IX)
                    add 1 to Segment-Abweichungen
                 end-if
              end-if
           end-perform.
           if Segment-Sonstige > 0
              add 1 to Segment-Abweichungen
           end-if.
           if TF-CPU-Hash not numeric
              add 1 to Segment-Abweichungen
              move 0 to TF-CPU-Hash-N
           else
              if TF-CPU-Hash-N not = Segment-CPU-Hash
                 add 1 to Segment-Abweichungen
              end-if
           end-if.
           if TF-SRB-Hash not numeric
              add 1 to Segment-Abweichungen
              move 0 to TF-SRB-Hash-N
           else
              if TF-SRB-Hash-N not = Segment-SRB-Hash
                 add 1 to Segment-Abweichungen
              end-if
           end-if.
           add Segment-Abweichungen to Abweichungen.
           move TF-System-ID to Letzte-System-ID.
           move TF-Stempel to Letzter-Stempel.
           if Segment-Abweichungen > 0
              display "GPCPUEDT TRAILER OUT OF BALANCE SYSTEM="
                  TF-System-ID " CLOSE=" TF-Stempel
                  " DIFFERENCES=" Segment-Abweichungen upon console
              if Balance-Status = "BALANCED"
                 move "UNBALANC" to Balance-Status
              end-if
              perform Store-Segment
              move "UNBALANC" to SE-Status(SE-IX)
           else
              perform Store-Segment
              move "BALANCED" to SE-Status(SE-IX)
           end-if.
           initialize Segment-Summen.


       Check-Last-Segment Section.
      *    Records after the last trailer - or a generation with no
      *    trailer at all - mean the monitor never reached CLOSE, so
      *    nothing vouches for what was read.
           if Segment-Saetze = 0 and Trailer-Gelesen > 0
              exit section
           end-if.
           add 1 to Fehlende-Trailer.
           move "NOTRAILR" to Balance-Status.
           display "GPCPUEDT NO CONTROL TRAILER AFTER " Segment-Saetze
               " RECORD(S)" upon console.
           move spaces to Trailer-Felder.
           move 0 to TF-CPU-Hash-N TF-SRB-Hash-N.
           perform varying ST-IX from 1 by 1 until ST-IX > 7
              move 0 to TF-Zaehler-N(ST-IX)
           end-perform.
           perform Store-Segment.
           move "NOTRAILR" to SE-Status(SE-IX).


       Store-Segment Section.
      *    Keep the segment for the report.  Past the table's end the
      *    last slot is reused - the totals and return code are
      *    already right, only the detail is lost.
           if Segment-Count >= Segment-Table-Max
              if not Segment-Table-Full
                 display "GPCPUEDT SEGMENT TABLE FULL - BALANCING "
                     "DETAIL TRUNCATED" upon console
                 set Segment-Table-Full to true
              end-if
              set SE-IX to Segment-Count
           else
              add 1 to Segment-Count
              set SE-IX to Segment-Count
           end-if.
           move TF-System-ID to SE-System-ID(SE-IX).
           move TF-Stempel to SE-Stempel(SE-IX).
           move Segment-Saetze to SE-Saetze(SE-IX).
           move Segment-Sonstige to SE-Sonstige(SE-IX).
           perform varying ST-IX from 1 by 1 until ST-IX > 7
              move Segment-Zaehler(ST-IX) to SE-Ist(SE-IX, ST-IX)
              move TF-Zaehler-N(ST-IX) to SE-Soll(SE-IX, ST-IX)
           end-perform.
           move Segment-CPU-Hash to SE-CPU-Ist(SE-IX).
           move TF-CPU-Hash-N to SE-CPU-Soll(SE-IX).
           move Segment-SRB-Hash to SE-SRB-Ist(SE-IX).
           move TF-SRB-Hash-N to SE-SRB-Soll(SE-IX).


       Write-Control-Record Section.
      *    The last EditData record carries the verdict forward, so
      *    GPCPUHST can refuse a generation without re-reading the
      *    raw extract.  The jobname cannot collide with a real one
      *    and the usage reporters skip Satzstatus CONTROL.
           move spaces to Edit-Satz.
           move "*CONTROL" to ED-Jobname.
           if Letztes-Laufdatum = spaces
              move function CURRENT-DATE (1:8) to ED-Laufdatum
           else
              move Letztes-Laufdatum to ED-Laufdatum
           end-if.
           move Gut-CPU-Summe to Kontroll-Wert.
           move Kontroll-Wert to ED-CPU-Zeit.
           move "1.1.0" to ED-Programmversion.
           move Geschrieben to Kontroll-Wert.
           move Kontroll-Wert to ED-Elapsed-Zeit.
           move Gut-SRB-Summe to Kontroll-Wert.
           move Kontroll-Wert to ED-SRB-Zeit.
           move "CONTROL" to ED-Satzstatus.
           move Balance-Status to ED-Open-Jobname.
           move Letzte-System-ID to ED-System-ID.
           move Letzter-Stempel to ED-Start-Zeit.
           move function CURRENT-DATE (1:14) to ED-Stopp-Zeit.
           write Edit-Satz.


       Print-Report Section.
           move Heading-Line-1 to Print-Line.
           write Print-Line.
           if Verworfen = 0
              move No-Reject-Line to Print-Line
              write Print-Line
           else
              move Grund-Heading to Print-Line
              write Print-Line
              perform varying GR-IX from 1 by 1
                    until GR-IX > Grund-Count
                 move GT-Grund(GR-IX) to GL-Grund
                 move GT-Count(GR-IX) to GL-Count
                 move Grund-Line to Print-Line
                 write Print-Line
              end-perform
           end-if.
           perform Print-Balance.


       Print-Balance Section.
      *    One block per trailer: what was read against what the
      *    trailer says GPCPUtime wrote, differences flagged.
           move spaces to Print-Line.
           write Print-Line.
           move Balance-Heading to Print-Line.
           write Print-Line.
           perform varying SE-IX from 1 by 1
                 until SE-IX > Segment-Count
              move spaces to Print-Line
              write Print-Line
              move SE-Status(SE-IX) to SL-Status
              move SE-System-ID(SE-IX) to SL-System-ID
              move SE-Stempel(SE-IX) to SL-Stempel
              move SE-Saetze(SE-IX) to SL-Saetze
              move Segment-Line to Print-Line
              write Print-Line
              move Balance-Sub-Heading to Print-Line
              write Print-Line
              perform varying ST-IX from 1 by 1 until ST-IX > 7
                 move SN-Status(ST-IX) to BL-Name
                 move SE-Ist(SE-IX, ST-IX) to BL-Ist
                 move SE-Soll(SE-IX, ST-IX) to BL-Soll
                 perform Print-Balance-Line
              end-perform
              if SE-Sonstige(SE-IX) > 0
                 move "OTHER" to BL-Name
                 move SE-Sonstige(SE-IX) to BL-Ist
                 move 0 to BL-Soll
                 perform Print-Balance-Line
              end-if
              move "CPU HASH" to BL-Name
              move SE-CPU-Ist(SE-IX) to BL-Ist
              move SE-CPU-Soll(SE-IX) to BL-Soll
              perform Print-Balance-Line
              move "SRB HASH" to BL-Name
              move SE-SRB-Ist(SE-IX) to BL-Ist
              move SE-SRB-Soll(SE-IX) to BL-Soll
              perform Print-Balance-Line
           end-perform.
           move spaces to Print-Line.
           write Print-Line.
           move Balance-Status to BR-Status.
           move Abweichungen to BR-Abweichungen.
           move Fehlende-Trailer to BR-Fehlende.
           move Balance-Result-Line to Print-Line.
           write Print-Line.


       Print-Balance-Line Section.
      *    On a NOTRAILR segment there is nothing to differ from.
           move spaces to BL-Flag.
           if BL-Ist not = BL-Soll
                 and SE-Status(SE-IX) not = "NOTRAILR"
              move "*** DIFF" to BL-Flag
           end-if.
           move Balance-Line to Print-Line.
           write Print-Line.


       Write-Run-Status Section.
           move Verworfen to RS-Kennzahl-1.
           move Geschrieben to RS-Kennzahl-2.
           write RunStat-Record.
      *    The balancing verdict is its own feed, so GPCPUMON can turn
      *    a generation nobody can vouch for RED without mixing it up
      *    with ordinary rejects.  Each LPAR's edit writes one;
      *    GPCPUMON judges the worst of the day's, not the newest.
           move "GPCPUBAL" to RS-Programm.
           move Gelesen to RS-Gelesen.
           move Abweichungen to RS-Kennzahl-1.
           move Fehlende-Trailer to RS-Kennzahl-2.
           write RunStat-Record.
           close RunStat.
