      *    keeps thirty daily generations and then scratches them -   *
      *    this program rolls a month of generations into compact     *
      *    per-job/per-day summary records (count, CPU, elapsed and   *
      *    SRB totals) and loads them into the permanent history      *
      *    master, so capacity questions still have data long after   *
      *    the daily extracts are gone.                               *
      *                                                                *
      *    HistMast is a VSAM KSDS keyed on job/day/Umgebung - see    *
      *    JCL(GPCPUHM) for the layout and the run schedule.  A key   *
      *    already on the master is a rerun of the consolidation and  *
      *    is replaced, not added to, so a rerun cannot double a      *
      *    month.  GPCPUHRP reports against it for ranges the GDG no  *
      *    longer holds; GPCPUHIQ answers single jobs online.         *
      *                                                                *
      *    Input is the edited extract GPCPUEDT writes (EditData)     *
      *    - validated, fixed layout, rejects already sifted out      *
      *    - so this program no longer parses raw records itself.     *
      *                                                                *
      *    Each EditData generation ends with GPCPUEDT's CONTROL      *
      *    record.  A generation is held back until its CONTROL       *
      *    record arrives and only goes into history if GPCPUEDT      *
      *    balanced it against GPCPUtime's trailer and the record     *
      *    count and CPU total still agree here - anything else is   *
      *    refused with a console message and return code 4.          *
      *    Generations edited before the CONTROL record existed have  *
      *    none; a SYSIN card reading LEGACY loads them anyway.       *
      * ****************************************************************
       Environment Division.
       Configuration Section.
       Input-Output Section.
       File-control.
           Select EditData assign to EditData.
      *    OPTIONAL: on a new install the cluster GPCPUGDG defines
      *    has never been loaded - the first run loads it.
           Select Optional HistMast assign to HistMast
               organization is indexed
               access mode is random
               record key is HM-Schluessel.

       Data Division.
       File Section.
         01 EditDataIn        PIC X(133).

       FD  HistMast
           Record 73 label record omitted.
         01 Hist-Record.
           05 HM-Schluessel.
              10 HM-Jobname    PIC X(8).
              10 HM-Datum      PIC X(8).
              10 HM-Umgebung   PIC X(5).
           05 HM-Count         PIC 9(7).
           05 HM-CPU           PIC 9(15).
           05 HM-Elapsed       PIC 9(15).
            88 Sum-Found       Value "Y".

         01 Written-Count      PIC 9(5)  Value Zero.
         01 Replaced-Count     PIC 9(5)  Value Zero.

         01 Parm-Karte         PIC X(80)  Value Spaces.
         01 Lauf-Modus         PIC X(8)   Value Spaces.
            88 Legacy-Load     Value "LEGACY".

      *    The generation being read, summarized the same way as
      *    Sum-Table but held apart until its CONTROL record says
      *    whether it may join the month.
         01 Gen-Table-Max      PIC 9(5)  Value 15000.
         01 Gen-Table.
           05 Gen-Entry OCCURS 15000 TIMES INDEXED BY Gen-IX.
              10 GS-Jobname       PIC X(8).
              10 GS-Datum         PIC X(8).
              10 GS-Umgebung      PIC X(5).
              10 GS-Count         PIC 9(7).
              10 GS-CPU           PIC 9(15).
              10 GS-Elapsed       PIC 9(15).
              10 GS-SRB           PIC 9(15).
         01 Gen-Count          PIC 9(5)  Value Zero.

         01 Gen-Table-Full-Switch PIC X(1)  Value "N".
            88 Gen-Table-Full     Value "Y".

         01 Gen-Found-Switch   PIC X(1)  Value "N".
            88 Gen-Found       Value "Y".

      *    What the current generation held, every status, to check
      *    against the record count and CPU total on its CONTROL
      *    record - the same totals GPCPUEDT wrote it with.
         01 Gen-Saetze         PIC 9(15) Value Zero.
         01 Gen-CPU-Summe      PIC 9(15) Value Zero.
         01 Gen-Grund          PIC X(12) Value Spaces.

         01 Generationen-Felder.
           05 Gen-Geladen      PIC 9(5)  Value Zero.
           05 Gen-Abgelehnt    PIC 9(5)  Value Zero.
           05 Gen-Legacy       PIC 9(5)  Value Zero.


       Procedure Division.
       Main section.
           accept Parm-Karte.
           move Parm-Karte (1:8) to Lauf-Modus.
           perform Open-Files.
           perform Read-Timedata.
           perform until End-Of-File
              if P-Satzstatus = "CONTROL"
                 perform Check-Generation
              else
                 add 1 to Gen-Saetze
                 add P-CPU-Zeit to Gen-CPU-Summe
      *          INTERVAL slices are real usage cut from long-open
      *          tasks at the monitor's checkpoint moment - booked
      *          the same as a final OK record.
                 if P-Satzstatus = "OK"
                       or P-Satzstatus = "INTERVAL"
                    perform Accumulate-Generation
                 end-if
              end-if
              perform Read-Timedata
           end-perform.
           perform Check-Legacy.
           perform Write-History.
           perform Close-Files.
           display "GPCPUHST HISTORY RECORDS ADDED: " Written-Count
               " REPLACED: " Replaced-Count upon console.
           display "GPCPUHST GENERATIONS LOADED: " Gen-Geladen
               " REFUSED: " Gen-Abgelehnt
               " LEGACY: " Gen-Legacy upon console.
           if Gen-Abgelehnt > 0 and Return-Code < 4
              move 4 to Return-Code
           end-if.
           stop run.


       Open-Files Section.
           open input EditData
           open i-o HistMast.


       Close-Files Section.
           move EditDataIn to Parsed-Felder.


       Accumulate-Generation Section.
           move "N" to Gen-Found-Switch.
           set Gen-IX to 1.
           perform until Gen-IX > Gen-Count or Gen-Found
              if GS-Jobname(Gen-IX) = P-Jobname
                    and GS-Datum(Gen-IX) = P-Laufdatum
                    and GS-Umgebung(Gen-IX) = P-Umgebung
                 set Gen-Found to true
              else
                 set Gen-IX up by 1
              end-if
           end-perform.
           if not Gen-Found
              if Gen-Count >= Gen-Table-Max
                 if not Gen-Table-Full
                    display "GPCPUHST GENERATION TABLE FULL - SOME JOB/"
                        "DAYS OMITTED FROM HISTORY" upon console
                 end-if
                 move "Y" to Gen-Table-Full-Switch
              else
                 add 1 to Gen-Count
                 set Gen-IX to Gen-Count
                 move P-Jobname to GS-Jobname(Gen-IX)
                 move P-Laufdatum to GS-Datum(Gen-IX)
                 move P-Umgebung to GS-Umgebung(Gen-IX)
                 move 0 to GS-Count(Gen-IX) GS-CPU(Gen-IX)
                           GS-Elapsed(Gen-IX) GS-SRB(Gen-IX)
                 set Gen-Found to true
              end-if
           end-if.
           if Gen-Found
              add 1 to GS-Count(Gen-IX)
              add P-CPU-Zeit to GS-CPU(Gen-IX)
              add P-Elapsed-Zeit to GS-Elapsed(Gen-IX)
              add P-SRB-Zeit to GS-SRB(Gen-IX)
           end-if.


       Check-Generation Section.
      *    The CONTROL record closes a generation.  GPCPUEDT's
      *    verdict comes first; then the records actually read here
      *    must still add up to what GPCPUEDT wrote.
           move spaces to Gen-Grund.
           evaluate true
              when P-Open-Jobname not = "BALANCED"
                 move P-Open-Jobname to Gen-Grund
              when Gen-Saetze not = P-Elapsed-Zeit
                 move "RECORD COUNT" to Gen-Grund
              when Gen-CPU-Summe not = P-CPU-Zeit
                 move "CPU TOTAL" to Gen-Grund
           end-evaluate.
           if Gen-Grund = spaces
              perform Fold-Generation
              add 1 to Gen-Geladen
           else
              display "GPCPUHST GENERATION REFUSED - " Gen-Grund
                  " SYSTEM=" P-System-ID " CLOSE=" P-Start-Zeit
                  " RECORDS=" Gen-Saetze upon console
              add 1 to Gen-Abgelehnt
           end-if.
           perform Reset-Generation.


       Check-Legacy Section.
      *    Records after the last CONTROL record come from
      *    generations edited before there was one.  Nothing vouches
      *    for them, so they stay out unless the run says LEGACY.
           if Gen-Saetze = 0
              exit section
           end-if.
           if Legacy-Load
              display "GPCPUHST " Gen-Saetze
                  " RECORD(S) WITHOUT CONTROL RECORD LOADED - LEGACY"
                  upon console
              perform Fold-Generation
              add 1 to Gen-Legacy
           else
              display "GPCPUHST " Gen-Saetze
                  " RECORD(S) WITHOUT CONTROL RECORD REFUSED"
                  upon console
              add 1 to Gen-Abgelehnt
           end-if.
           perform Reset-Generation.


       Reset-Generation Section.
           move 0 to Gen-Count Gen-Saetze Gen-CPU-Summe.


       Fold-Generation Section.
           perform varying Gen-IX from 1 by 1
                 until Gen-IX > Gen-Count
              perform Accumulate-Summary
           end-perform.


       Accumulate-Summary Section.
           move "N" to Sum-Found-Switch.
           set Sum-IX to 1.
           perform until Sum-IX > Sum-Count or Sum-Found
              if SU-Jobname(Sum-IX) = GS-Jobname(Gen-IX)
                    and SU-Datum(Sum-IX) = GS-Datum(Gen-IX)
                    and SU-Umgebung(Sum-IX) = GS-Umgebung(Gen-IX)
                 set Sum-Found to true
              else
                 set Sum-IX up by 1
              else
                 add 1 to Sum-Count
                 set Sum-IX to Sum-Count
                 move GS-Jobname(Gen-IX) to SU-Jobname(Sum-IX)
                 move GS-Datum(Gen-IX) to SU-Datum(Sum-IX)
                 move GS-Umgebung(Gen-IX) to SU-Umgebung(Sum-IX)
                 move 0 to SU-Count(Sum-IX) SU-CPU(Sum-IX)
                           SU-Elapsed(Sum-IX) SU-SRB(Sum-IX)
                 set Sum-Found to true
              end-if
           end-if.
           if Sum-Found
              add GS-Count(Gen-IX) to SU-Count(Sum-IX)
              add GS-CPU(Gen-IX) to SU-CPU(Sum-IX)
              add GS-Elapsed(Gen-IX) to SU-Elapsed(Sum-IX)
              add GS-SRB(Gen-IX) to SU-SRB(Sum-IX)
           end-if.


              move SU-Elapsed(Sum-IX) to HM-Elapsed
              move SU-SRB(Sum-IX) to HM-SRB
              write Hist-Record
                 invalid key perform Replace-History
                 not invalid key add 1 to Written-Count
              end-write
           end-perform.


       Replace-History Section.
      *    The key is already on the master - this month is being
      *    loaded again.  The new totals replace the old ones, the
      *    same latest-load-wins rule the flat master's maintenance
      *    run used to apply after the fact.
           rewrite Hist-Record
              invalid key
                 display "GPCPUHST REWRITE FAILED KEY=" HM-Schluessel
                     upon console
                 move 8 to Return-Code
              not invalid key
                 add 1 to Replaced-Count
           end-rewrite.
