       ID Division.
       PROGRAM-ID. GPCPUCRP.
      * ****************************************************************
      *                                                                *
      *    Critical-path analysis of the night's batch.  GPCPUWIN     *
      *    says which jobs ran outside their slot; this program says  *
      *    which of them actually held up the end of the night.       *
      *                                                                *
      *    The job flow file operations maintains holds one           *
      *    predecessor/successor pair per row.  Each job's run is     *
      *    taken from the newest EditData generation - its earliest   *
      *    step start to its latest step stop - and the network is    *
      *    rebuilt with those run times: earliest and latest start    *
      *    per job, the slack between them, and the chain of jobs     *
      *    with no slack that sets the length of the night.           *
      *                                                                *
      *    The previous generation (EditPrev) is run through the same *
      *    network, and every critical-path job that ran longer than  *
      *    the night before is listed with what it added.             *
      *                                                                *
      *    Schedule errors are listed as well: jobs on the flow file  *
      *    with no record in the generation, and jobs that started    *
      *    before one of their predecessors had ended.  Return code   *
      *    4 when there are any, 8 when the flow file is empty or     *
      *    loops back on itself and no path can be drawn.             *
      *                                                                *
      *    Only BATCH records count - a CICS region is not a job in   *
      *    the flow.  Records cut before the stamps existed carry     *
      *    none and are counted but not used.                         *
      *                                                                *
      *    Input is the edited extract GPCPUEDT writes (EditData)     *
      *    - validated, fixed layout, rejects already sifted out.     *
      * ****************************************************************
       Environment Division.
       Configuration Section.
       Source-Computer. IBM-zOS.
       Object-Computer. IBM-zOS.
       Special-names.
           Decimal-point is comma.
       Input-Output Section.
       File-control.
           Select EditData assign to EditData.
      *    The generation before - OPTIONAL: without it the path is
      *    drawn but not compared.
           Select Optional EditPrev assign to EditPrev.
           Select JobFlow  assign to JobFlow.
           Select CrpRpt   assign to CrpRpt.

       Data Division.
       File Section.
       FD  EditData
           Record 133 recording mode is f label record omitted.
         01 EditDataIn        PIC X(133).

       FD  EditPrev
           Record 133 recording mode is f label record omitted.
         01 EditPrevIn        PIC X(133).

       FD  JobFlow
           Record 16 recording mode is f label record omitted.
         01 Flow-Record.
           05 JF-Vorgaenger    PIC X(8).
           05 JF-Nachfolger    PIC X(8).

       FD  CrpRpt
           Record 132 recording mode is f label record omitted.
         01 Print-Line        PIC X(132).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 End-Of-File     Value "Y".
         01 Eof-Flow           PIC X(1)  Value "N".
            88 Flow-Eof        Value "Y".
         01 Satz-Gelesen       PIC 9(9)  Value Zero.
         01 Vor-Gelesen        PIC 9(9)  Value Zero.

      *    Which generation is being read - tonight's or the one
      *    before.
         01 Durchgang          PIC X(1)  Value "H".
            88 Durchgang-Heute Value "H".
            88 Durchgang-Vortag Value "V".

         01 Parsed-Felder.
           05 P-Jobname        PIC X(8).
           05 P-Laufdatum      PIC X(8).
           05 P-CPU-Zeit       PIC 9(15).
           05 P-Programmversion PIC X(7).
           05 P-Umgebung       PIC X(5).
           05 P-Elapsed-Zeit   PIC 9(15).
           05 P-SRB-Zeit       PIC 9(15).
           05 P-Satzstatus     PIC X(8).
           05 P-Open-Jobname   PIC X(8).
           05 P-Tran-ID        PIC X(4).
           05 P-System-ID      PIC X(4).
           05 P-Start-Zeit     PIC X(14).
           05 P-Stopp-Zeit     PIC X(14).
           05 P-Step-Name      PIC X(8).

         01 Date-Range.
           05 DR-First         PIC X(8)  Value High-Values.
           05 DR-Last          PIC X(8)  Value Low-Values.

      *    One row per job named on the flow file.  Start and stop
      *    are kept as seconds since the start of the calendar, so
      *    a job or a gap that runs past midnight needs no special
      *    handling.  ES/EF/LS/LF are the earliest and latest start
      *    and finish in seconds from the start of the network.
         01 Knoten-Table-Max   PIC 9(4)  Value 500.
         01 Knoten-Table.
           05 Knoten-Entry OCCURS 500 TIMES INDEXED BY Kn-IX.
              10 KN-Jobname        PIC X(8).
              10 KN-Lauf-Flag      PIC X(1).
                 88 KN-Gelaufen    Value "Y".
              10 KN-Start-Zeit     PIC X(14).
              10 KN-Stopp-Zeit     PIC X(14).
              10 KN-Start-Abs      PIC 9(11).
              10 KN-Stopp-Abs      PIC 9(11).
              10 KN-Vor-Flag       PIC X(1).
                 88 KN-Vor-Gelaufen Value "Y".
              10 KN-Vor-Start-Abs  PIC 9(11).
              10 KN-Vor-Stopp-Abs  PIC 9(11).
              10 KN-Dauer          PIC 9(7).
              10 KN-Vor-Dauer      PIC 9(7).
              10 KN-Rechen-Dauer   PIC 9(7).
              10 KN-Eingrad        PIC 9(4).
              10 KN-ES             PIC 9(7).
              10 KN-EF             PIC 9(7).
              10 KN-LS             PIC 9(7).
              10 KN-LF             PIC 9(7).
              10 KN-Slack          PIC 9(7).
              10 KN-Krit-Vorg      PIC 9(4).
              10 KN-Pfad-Flag      PIC X(1).
                 88 KN-Im-Pfad     Value "Y".
         01 Knoten-Count       PIC 9(4)  Value Zero.

         01 Knoten-Table-Full-Switch PIC X(1)  Value "N".
            88 Knoten-Table-Full     Value "Y".

         01 Knoten-Found-Switch PIC X(1) Value "N".
            88 Knoten-Found    Value "Y".

      *    One row per predecessor/successor pair, as node numbers.
         01 Kanten-Table-Max   PIC 9(4)  Value 2000.
         01 Kanten-Table.
           05 Kanten-Entry OCCURS 2000 TIMES.
              10 KA-Von            PIC 9(4).
              10 KA-Nach           PIC 9(4).
         01 Kanten-Count       PIC 9(4)  Value Zero.

         01 Kanten-Table-Full-Switch PIC X(1)  Value "N".
            88 Kanten-Table-Full     Value "Y".

      *    The jobs in dependency order - every job after all of its
      *    predecessors - and the critical path, end to start.
         01 Topo-Liste.
           05 TP-Knoten OCCURS 500 TIMES PIC 9(4).
         01 Topo-Count         PIC 9(4)  Value Zero.
         01 Topo-Kopf          PIC 9(4)  Value Zero.
         01 Pfad-Liste.
           05 PF-Knoten OCCURS 500 TIMES PIC 9(4).
         01 Pfad-Count         PIC 9(4)  Value Zero.

         01 Knoten-Nummern.
           05 Kn-Nr            PIC 9(4)  Value Zero.
           05 Von-Nr           PIC 9(4)  Value Zero.
           05 Nach-Nr          PIC 9(4)  Value Zero.
           05 Ka-Nr            PIC 9(4)  Value Zero.
           05 Topo-Nr          PIC S9(4) Value Zero.
           05 Pfad-Nr          PIC S9(4) Value Zero.
           05 End-Knoten       PIC 9(4)  Value Zero.
         01 Such-Jobname       PIC X(8)  Value Spaces.

         01 Netz-Ende          PIC 9(7)  Value Zero.
         01 Heute-Laenge       PIC 9(7)  Value Zero.
         01 Vor-Laenge         PIC 9(7)  Value Zero.
         01 Netz-Status        PIC X(1)  Value "G".
            88 Netz-Gut        Value "G".
            88 Netz-Leer       Value "L".
            88 Netz-Zyklus     Value "Z".

      *    Critical-path jobs that ran longer than the night before,
      *    worst first.
         01 Wachs-Table.
           05 Wachs-Entry OCCURS 500 TIMES INDEXED BY Wachs-IX.
              10 WT-Knoten         PIC 9(4).
              10 WT-Zuwachs        PIC 9(7).
         01 Wachs-Count        PIC 9(4)  Value Zero.
         01 Wachs-Entry-Save   PIC X(11).
         01 Sort-IX            PIC 9(4)  Value Zero.

      *    A timestamp taken apart and turned into seconds.
         01 Stempel-Felder.
           05 Stempel          PIC X(14).
           05 Stempel-Teile Redefines Stempel.
              10 SP-Datum      PIC 9(8).
              10 SP-Stunde     PIC 9(2).
              10 SP-Minute     PIC 9(2).
              10 SP-Sekunde    PIC 9(2).
           05 Stempel-Abs      PIC 9(11).
         01 Satz-Start-Abs     PIC 9(11)  Value Zero.
         01 Satz-Stopp-Abs     PIC 9(11)  Value Zero.

         01 Zaehler.
           05 Unstamped-Count  PIC 9(7)  Value Zero.
           05 Fremd-Count      PIC 9(7)  Value Zero.
           05 Nie-Count        PIC 9(4)  Value Zero.
           05 Frueh-Count      PIC 9(4)  Value Zero.

         01 Dauer-Felder.
           05 Dauer-Sek        PIC 9(7)   Value Zero.
           05 Dauer-Rest       PIC 9(7)   Value Zero.
           05 Aenderung-Sek    PIC S9(7)  Value Zero.
         01 Dauer-Anzeige.
           05 DA-Stunden       PIC ZZ9.
           05 Filler           PIC X(1)  Value ":".
           05 DA-Minuten       PIC 9(2).
           05 Filler           PIC X(1)  Value ":".
           05 DA-Sekunden      PIC 9(2).

         01 Heading-Line-1.
           05 Filler PIC X(42)
                Value "GPCPUCRP - BATCH CRITICAL PATH      FROM  ".
           05 HL-From PIC X(8).
           05 Filler PIC X(4) Value "  TO".
           05 Filler PIC X(1) Value Spaces.
           05 HL-To   PIC X(8).

         01 Laenge-Line.
           05 Filler PIC X(23) Value "CRITICAL PATH - LENGTH ".
           05 LL-Heute           PIC X(9).
           05 Filler PIC X(20) Value "   PREVIOUS NIGHT  ".
           05 LL-Vortag          PIC X(9).
           05 Filler PIC X(11) Value "   CHANGE  ".
           05 LL-Vorzeichen      PIC X(1).
           05 LL-Aenderung       PIC X(9).

         01 Pfad-Heading.
           05 Filler PIC X(42)
                Value "JOBNAME   START-ZEIT      STOPP-ZEIT      ".
           05 Filler PIC X(44)
                Value " DURATION  EARLY-START     SLACK   PREV-DUR".
           05 Filler PIC X(12) Value "      CHANGE".

         01 Pfad-Line.
           05 PL-Jobname         PIC X(8).
           05 Filler             PIC X(2)  Value Spaces.
           05 PL-Start           PIC X(14).
           05 Filler             PIC X(2)  Value Spaces.
           05 PL-Stopp           PIC X(14).
           05 Filler             PIC X(2)  Value Spaces.
           05 PL-Dauer           PIC X(9).
           05 Filler             PIC X(4)  Value Spaces.
           05 PL-ES              PIC X(9).
           05 Filler             PIC X(1)  Value Spaces.
           05 PL-Slack           PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 PL-Vor-Dauer       PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 PL-Vorzeichen      PIC X(1).
           05 PL-Aenderung       PIC X(9).

         01 Netz-Heading-1
              PIC X(60) Value
              "ALL JOBS IN DEPENDENCY ORDER - SLACK".

         01 Netz-Heading-2.
           05 Filler PIC X(43)
                Value "JOBNAME    DURATION  EARLY-START  EARLY-END".
           05 Filler PIC X(35)
                Value "  LATE-START      SLACK".

         01 Netz-Line.
           05 NL-Jobname         PIC X(8).
           05 Filler             PIC X(2)  Value Spaces.
           05 NL-Dauer           PIC X(9).
           05 Filler             PIC X(4)  Value Spaces.
           05 NL-ES              PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 NL-EF              PIC X(9).
           05 Filler             PIC X(3)  Value Spaces.
           05 NL-LS              PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 NL-Slack           PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 NL-Merker          PIC X(10).

         01 Wachs-Heading.
           05 Filler PIC X(30) Value "CRITICAL-PATH JOBS THAT RAN LO".
           05 Filler PIC X(30) Value "NGER THAN THE NIGHT BEFORE".

         01 Wachs-Col-Heading
              PIC X(50) Value
              "JOBNAME    PREV-DUR   DURATION      ADDED".

         01 Wachs-Line.
           05 WL-Jobname         PIC X(8).
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Vor-Dauer       PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Dauer           PIC X(9).
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Zuwachs         PIC X(9).

         01 Fehler-Heading
              PIC X(60) Value
              "SCHEDULE ERRORS".

         01 Nie-Line.
           05 Filler PIC X(12) Value "NEVER RAN   ".
           05 NE-Jobname         PIC X(8).
           05 Filler PIC X(40)
                Value "  ON THE JOB FLOW, NOT IN THE GENERATION".

         01 Frueh-Line.
           05 Filler PIC X(12) Value "EARLY START ".
           05 FL-Jobname         PIC X(8).
           05 Filler PIC X(9)  Value " STARTED ".
           05 FL-Start           PIC X(14).
           05 Filler PIC X(20) Value " BEFORE PREDECESSOR ".
           05 FL-Vorgaenger      PIC X(8).
           05 Filler PIC X(7)  Value " ENDED ".
           05 FL-Stopp           PIC X(14).

         01 Keine-Fehler-Line
              PIC X(60) Value
              "NONE".

         01 Ohne-Vortag-Line
              PIC X(60) Value
              "NO PREVIOUS GENERATION ON FILE - NOTHING TO COMPARE".

         01 Leer-Line
              PIC X(60) Value
              "JOB FLOW FILE EMPTY - NO NETWORK TO ANALYSE".

         01 Zyklus-Line.
           05 Filler PIC X(40)
                Value "JOB FLOW LOOPS BACK ON ITSELF - JOB     ".
           05 ZL-Jobname         PIC X(8).
           05 Filler PIC X(30)
                Value " CAN NEVER START".

         01 Trailer-Line-1.
           05 Filler PIC X(25) Value "RECORDS READ  TONIGHT:   ".
           05 TR-Gelesen         PIC Z(8)9.
           05 Filler PIC X(20) Value "   PREVIOUS NIGHT:  ".
           05 TR-Vor-Gelesen     PIC Z(8)9.

         01 Trailer-Line-2.
           05 Filler PIC X(25) Value "BATCH JOBS NOT IN FLOW:  ".
           05 TR-Fremd           PIC Z(8)9.
           05 Filler PIC X(20) Value "   UNSTAMPED:       ".
           05 TR-Unstamped       PIC Z(8)9.


       Procedure Division.
       Main section.
           perform Open-Files.
           perform Load-Job-Flow.
           set Durchgang-Heute to true.
           perform Read-Timedata.
           perform until End-Of-File
              perform Note-Job-Run
              perform Read-Timedata
           end-perform.
           set Durchgang-Vortag to true.
           move "N" to Eof-Switch.
           perform Read-Prevdata.
           perform until End-Of-File
              perform Note-Job-Run
              perform Read-Prevdata
           end-perform.
           perform Compute-Dauern.
           perform Compute-Topologie.
           if Netz-Gut
              perform Compute-Netz-Zeiten
           end-if.
           perform Print-Report.
           perform Close-Files.
           evaluate true
              when not Netz-Gut
                 move 8 to Return-Code
              when Nie-Count > 0 or Frueh-Count > 0
                 move 4 to Return-Code
              when other
                 continue
           end-evaluate.
           stop run.


       Open-Files Section.
           open input EditData
           open input EditPrev
           open input JobFlow
           open output CrpRpt.


       Close-Files Section.
           close EditData
           close EditPrev
           close JobFlow
           close CrpRpt.


       Load-Job-Flow Section.
      *    Each pair names two jobs and one dependency; a job is
      *    entered the first time either side names it.  A pair
      *    with a blank side or a job depending on itself is
      *    echoed and skipped.
           perform Read-Flow.
           perform until Flow-Eof
              if JF-Vorgaenger = spaces
                    or JF-Nachfolger = spaces
                    or JF-Vorgaenger = JF-Nachfolger
                 display "GPCPUCRP BAD JOB FLOW ROW IGNORED "
                     JF-Vorgaenger " " JF-Nachfolger upon console
              else
                 perform Take-Flow-Row
              end-if
              perform Read-Flow
           end-perform.


       Take-Flow-Row Section.
           move JF-Vorgaenger to Such-Jobname.
           perform Ensure-Knoten.
           move Kn-Nr to Von-Nr.
           move JF-Nachfolger to Such-Jobname.
           perform Ensure-Knoten.
           move Kn-Nr to Nach-Nr.
           if Von-Nr = 0 or Nach-Nr = 0
              exit section
           end-if.
           if Kanten-Count >= Kanten-Table-Max
              if not Kanten-Table-Full
                 display "GPCPUCRP DEPENDENCY TABLE FULL - SOME PAIR"
                     "S IGNORED" upon console
              end-if
              move "Y" to Kanten-Table-Full-Switch
              exit section
           end-if.
           add 1 to Kanten-Count.
           move Von-Nr to KA-Von(Kanten-Count).
           move Nach-Nr to KA-Nach(Kanten-Count).


       Read-Flow Section.
           read JobFlow
              at end set Flow-Eof to true
           end-read.


       Ensure-Knoten Section.
      *    Node number for Such-Jobname in Kn-Nr, entered if new -
      *    zero when the table is full.
           perform Find-Knoten.
           if Knoten-Found
              exit section
           end-if.
           if Knoten-Count >= Knoten-Table-Max
              if not Knoten-Table-Full
                 display "GPCPUCRP JOB TABLE FULL - SOME JOBS LEFT OU"
                     "T OF THE NETWORK" upon console
              end-if
              move "Y" to Knoten-Table-Full-Switch
              move 0 to Kn-Nr
              exit section
           end-if.
           add 1 to Knoten-Count.
           move Knoten-Count to Kn-Nr.
           move Such-Jobname to KN-Jobname(Kn-Nr).
           move "N" to KN-Lauf-Flag(Kn-Nr) KN-Vor-Flag(Kn-Nr)
                       KN-Pfad-Flag(Kn-Nr).
           move spaces to KN-Start-Zeit(Kn-Nr) KN-Stopp-Zeit(Kn-Nr).
           move 0 to KN-Start-Abs(Kn-Nr) KN-Stopp-Abs(Kn-Nr)
                     KN-Vor-Start-Abs(Kn-Nr) KN-Vor-Stopp-Abs(Kn-Nr)
                     KN-Dauer(Kn-Nr) KN-Vor-Dauer(Kn-Nr)
                     KN-Rechen-Dauer(Kn-Nr) KN-Eingrad(Kn-Nr)
                     KN-ES(Kn-Nr) KN-EF(Kn-Nr) KN-LS(Kn-Nr)
                     KN-LF(Kn-Nr) KN-Slack(Kn-Nr) KN-Krit-Vorg(Kn-Nr).


       Find-Knoten Section.
           move "N" to Knoten-Found-Switch.
           move 0 to Kn-Nr.
           set Kn-IX to 1.
           perform until Kn-IX > Knoten-Count or Knoten-Found
              if KN-Jobname(Kn-IX) = Such-Jobname
                 set Knoten-Found to true
                 set Kn-Nr to Kn-IX
              else
                 set Kn-IX up by 1
              end-if
           end-perform.


       Read-Timedata Section.
           read EditData
              at end set End-Of-File to true
              not at end
                 add 1 to Satz-Gelesen
                 move EditDataIn to Parsed-Felder
                 if P-Laufdatum < DR-First
                    move P-Laufdatum to DR-First
                 end-if
                 if P-Laufdatum > DR-Last
                    move P-Laufdatum to DR-Last
                 end-if
           end-read.


       Read-Prevdata Section.
           read EditPrev
              at end set End-Of-File to true
              not at end
                 add 1 to Vor-Gelesen
                 move EditPrevIn to Parsed-Felder
           end-read.


       Note-Job-Run Section.
      *    Widen the job's run to take in this step - earliest start,
      *    latest stop - on tonight's or the previous night's side.
      *    INTERVAL slices carry the stamps of the slice and belong
      *    to the run as much as the final OK record does.
           if P-Umgebung not = "BATCH"
              exit section
           end-if.
           if P-Satzstatus not = "OK"
                 and P-Satzstatus not = "INTERVAL"
              exit section
           end-if.
           if P-Start-Zeit not numeric
                 or P-Stopp-Zeit not numeric
              if Durchgang-Heute
                 add 1 to Unstamped-Count
              end-if
              exit section
           end-if.
           move P-Jobname to Such-Jobname.
           perform Find-Knoten.
           if not Knoten-Found
              if Durchgang-Heute
                 add 1 to Fremd-Count
              end-if
              exit section
           end-if.
           move P-Start-Zeit to Stempel.
           perform Compute-Stempel-Abs.
           move Stempel-Abs to Satz-Start-Abs.
           move P-Stopp-Zeit to Stempel.
           perform Compute-Stempel-Abs.
           move Stempel-Abs to Satz-Stopp-Abs.
           if Satz-Stopp-Abs < Satz-Start-Abs
              move Satz-Start-Abs to Satz-Stopp-Abs
           end-if.
           if Durchgang-Heute
              perform Note-Heute
           else
              perform Note-Vortag
           end-if.


       Note-Heute Section.
           if not KN-Gelaufen(Kn-Nr)
              set KN-Gelaufen(Kn-Nr) to true
              move Satz-Start-Abs to KN-Start-Abs(Kn-Nr)
              move P-Start-Zeit to KN-Start-Zeit(Kn-Nr)
              move Satz-Stopp-Abs to KN-Stopp-Abs(Kn-Nr)
              move P-Stopp-Zeit to KN-Stopp-Zeit(Kn-Nr)
              exit section
           end-if.
           if Satz-Start-Abs < KN-Start-Abs(Kn-Nr)
              move Satz-Start-Abs to KN-Start-Abs(Kn-Nr)
              move P-Start-Zeit to KN-Start-Zeit(Kn-Nr)
           end-if.
           if Satz-Stopp-Abs > KN-Stopp-Abs(Kn-Nr)
              move Satz-Stopp-Abs to KN-Stopp-Abs(Kn-Nr)
              move P-Stopp-Zeit to KN-Stopp-Zeit(Kn-Nr)
           end-if.


       Note-Vortag Section.
           if not KN-Vor-Gelaufen(Kn-Nr)
              set KN-Vor-Gelaufen(Kn-Nr) to true
              move Satz-Start-Abs to KN-Vor-Start-Abs(Kn-Nr)
              move Satz-Stopp-Abs to KN-Vor-Stopp-Abs(Kn-Nr)
              exit section
           end-if.
           if Satz-Start-Abs < KN-Vor-Start-Abs(Kn-Nr)
              move Satz-Start-Abs to KN-Vor-Start-Abs(Kn-Nr)
           end-if.
           if Satz-Stopp-Abs > KN-Vor-Stopp-Abs(Kn-Nr)
              move Satz-Stopp-Abs to KN-Vor-Stopp-Abs(Kn-Nr)
           end-if.


       Compute-Stempel-Abs Section.
      *    YYYYMMDDHHMMSS to seconds since the start of the
      *    calendar.
           compute Stempel-Abs =
                 function integer-of-date (SP-Datum) * 86400
                 + SP-Stunde * 3600 + SP-Minute * 60 + SP-Sekunde.


       Compute-Dauern Section.
      *    A job that never ran has no run time - it sits in the
      *    network with zero duration, and is listed as an error.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              if KN-Gelaufen(Kn-Nr)
                 compute KN-Dauer(Kn-Nr) =
                       KN-Stopp-Abs(Kn-Nr) - KN-Start-Abs(Kn-Nr)
              end-if
              if KN-Vor-Gelaufen(Kn-Nr)
                 compute KN-Vor-Dauer(Kn-Nr) =
                       KN-Vor-Stopp-Abs(Kn-Nr)
                       - KN-Vor-Start-Abs(Kn-Nr)
              end-if
           end-perform.


       Compute-Topologie Section.
      *    Jobs with no predecessor first; each job joins the list
      *    once its last predecessor is on it.  A job that never
      *    joins is waiting on itself somewhere round a loop.
           if Knoten-Count = 0
              set Netz-Leer to true
              exit section
           end-if.
           perform varying Ka-Nr from 1 by 1
                 until Ka-Nr > Kanten-Count
              move KA-Nach(Ka-Nr) to Nach-Nr
              add 1 to KN-Eingrad(Nach-Nr)
           end-perform.
           move 0 to Topo-Count.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              if KN-Eingrad(Kn-Nr) = 0
                 add 1 to Topo-Count
                 move Kn-Nr to TP-Knoten(Topo-Count)
              end-if
           end-perform.
           move 1 to Topo-Kopf.
           perform until Topo-Kopf > Topo-Count
              move TP-Knoten(Topo-Kopf) to Von-Nr
              perform varying Ka-Nr from 1 by 1
                    until Ka-Nr > Kanten-Count
                 if KA-Von(Ka-Nr) = Von-Nr
                    move KA-Nach(Ka-Nr) to Nach-Nr
                    subtract 1 from KN-Eingrad(Nach-Nr)
                    if KN-Eingrad(Nach-Nr) = 0
                       add 1 to Topo-Count
                       move Nach-Nr to TP-Knoten(Topo-Count)
                    end-if
                 end-if
              end-perform
              add 1 to Topo-Kopf
           end-perform.
           if Topo-Count < Knoten-Count
              set Netz-Zyklus to true
           end-if.


       Compute-Netz-Zeiten Section.
      *    The previous night's run times through the network first
      *    - only its length is kept - then tonight's, whose path
      *    and slack are printed.
           if Vor-Gelesen > 0
              perform varying Kn-Nr from 1 by 1
                    until Kn-Nr > Knoten-Count
                 move KN-Vor-Dauer(Kn-Nr) to KN-Rechen-Dauer(Kn-Nr)
              end-perform
              perform Compute-Zeiten
              move Netz-Ende to Vor-Laenge
           end-if.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              move KN-Dauer(Kn-Nr) to KN-Rechen-Dauer(Kn-Nr)
           end-perform.
           perform Compute-Zeiten.
           move Netz-Ende to Heute-Laenge.
           perform Trace-Pfad.


       Compute-Zeiten Section.
      *    Forward through the dependency order for the earliest
      *    start and finish, remembering which predecessor set each
      *    job's earliest start; back through it for the latest.
      *    Slack is latest start less earliest start.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              move 0 to KN-ES(Kn-Nr) KN-Krit-Vorg(Kn-Nr)
           end-perform.
           move 0 to Netz-Ende End-Knoten.
           perform varying Topo-Nr from 1 by 1
                 until Topo-Nr > Topo-Count
              move TP-Knoten(Topo-Nr) to Von-Nr
              compute KN-EF(Von-Nr) =
                    KN-ES(Von-Nr) + KN-Rechen-Dauer(Von-Nr)
              if KN-EF(Von-Nr) > Netz-Ende or End-Knoten = 0
                 move KN-EF(Von-Nr) to Netz-Ende
                 move Von-Nr to End-Knoten
              end-if
              perform varying Ka-Nr from 1 by 1
                    until Ka-Nr > Kanten-Count
                 if KA-Von(Ka-Nr) = Von-Nr
                    move KA-Nach(Ka-Nr) to Nach-Nr
                    if KN-EF(Von-Nr) > KN-ES(Nach-Nr)
                          or KN-Krit-Vorg(Nach-Nr) = 0
                       move KN-EF(Von-Nr) to KN-ES(Nach-Nr)
                       move Von-Nr to KN-Krit-Vorg(Nach-Nr)
                    end-if
                 end-if
              end-perform
           end-perform.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              move Netz-Ende to KN-LF(Kn-Nr)
           end-perform.
           perform varying Topo-Nr from Topo-Count by -1
                 until Topo-Nr < 1
              move TP-Knoten(Topo-Nr) to Nach-Nr
              compute KN-LS(Nach-Nr) =
                    KN-LF(Nach-Nr) - KN-Rechen-Dauer(Nach-Nr)
              compute KN-Slack(Nach-Nr) =
                    KN-LS(Nach-Nr) - KN-ES(Nach-Nr)
              perform varying Ka-Nr from 1 by 1
                    until Ka-Nr > Kanten-Count
                 if KA-Nach(Ka-Nr) = Nach-Nr
                    move KA-Von(Ka-Nr) to Von-Nr
                    if KN-LS(Nach-Nr) < KN-LF(Von-Nr)
                       move KN-LS(Nach-Nr) to KN-LF(Von-Nr)
                    end-if
                 end-if
              end-perform
           end-perform.


       Trace-Pfad Section.
      *    From the job that finishes last back along the
      *    predecessors that set each earliest start.
           move 0 to Pfad-Count.
           move End-Knoten to Kn-Nr.
           perform until Kn-Nr = 0
              add 1 to Pfad-Count
              move Kn-Nr to PF-Knoten(Pfad-Count)
              set KN-Im-Pfad(Kn-Nr) to true
              move KN-Krit-Vorg(Kn-Nr) to Kn-Nr
           end-perform.


       Print-Report Section.
           move DR-First to HL-From.
           move DR-Last  to HL-To.
           move Heading-Line-1 to Print-Line.
           write Print-Line.
           move spaces to Print-Line.
           write Print-Line.
           evaluate true
              when Netz-Leer
                 move Leer-Line to Print-Line
                 write Print-Line
              when Netz-Zyklus
                 perform Print-Zyklus
              when other
                 perform Print-Pfad
                 perform Print-Netz
                 perform Print-Wachstum
           end-evaluate.
           perform Print-Fehler.
           perform Print-Trailer.


       Print-Zyklus Section.
      *    Every job left off the dependency order is on or behind
      *    a loop - all of them are named so the flow file can be
      *    corrected.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              if KN-Eingrad(Kn-Nr) > 0
                 move KN-Jobname(Kn-Nr) to ZL-Jobname
                 move Zyklus-Line to Print-Line
                 write Print-Line
              end-if
           end-perform.
           display "GPCPUCRP JOB FLOW FILE LOOPS - NO CRITICAL PATH"
               upon console.


       Print-Pfad Section.
           move Heute-Laenge to Dauer-Sek.
           perform Format-Dauer.
           move Dauer-Anzeige to LL-Heute.
           if Vor-Gelesen > 0
              move Vor-Laenge to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to LL-Vortag
              compute Aenderung-Sek = Heute-Laenge - Vor-Laenge
              perform Format-Aenderung
              move Dauer-Anzeige to LL-Aenderung
           else
              move "      N/A" to LL-Vortag LL-Aenderung
              move space to LL-Vorzeichen
           end-if.
           move Laenge-Line to Print-Line.
           write Print-Line.
           move spaces to Print-Line.
           write Print-Line.
           move Pfad-Heading to Print-Line.
           write Print-Line.
           perform varying Pfad-Nr from Pfad-Count by -1
                 until Pfad-Nr < 1
              move PF-Knoten(Pfad-Nr) to Kn-Nr
              perform Print-Pfad-Job
           end-perform.


       Print-Pfad-Job Section.
           move KN-Jobname(Kn-Nr) to PL-Jobname.
           move KN-Start-Zeit(Kn-Nr) to PL-Start.
           move KN-Stopp-Zeit(Kn-Nr) to PL-Stopp.
           move KN-Dauer(Kn-Nr) to Dauer-Sek.
           perform Format-Dauer.
           move Dauer-Anzeige to PL-Dauer.
           move KN-ES(Kn-Nr) to Dauer-Sek.
           perform Format-Dauer.
           move Dauer-Anzeige to PL-ES.
           move KN-Slack(Kn-Nr) to Dauer-Sek.
           perform Format-Dauer.
           move Dauer-Anzeige to PL-Slack.
           if KN-Vor-Gelaufen(Kn-Nr)
              move KN-Vor-Dauer(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to PL-Vor-Dauer
              compute Aenderung-Sek =
                    KN-Dauer(Kn-Nr) - KN-Vor-Dauer(Kn-Nr)
              perform Format-Aenderung
              move LL-Vorzeichen to PL-Vorzeichen
              move Dauer-Anzeige to PL-Aenderung
           else
              move "      N/A" to PL-Vor-Dauer PL-Aenderung
              move space to PL-Vorzeichen
           end-if.
           if not KN-Gelaufen(Kn-Nr)
              move "NEVER RAN" to PL-Start
              move spaces to PL-Stopp
           end-if.
           move Pfad-Line to Print-Line.
           write Print-Line.


       Print-Netz Section.
           move spaces to Print-Line.
           write Print-Line.
           move Netz-Heading-1 to Print-Line.
           write Print-Line.
           move Netz-Heading-2 to Print-Line.
           write Print-Line.
           perform varying Topo-Nr from 1 by 1
                 until Topo-Nr > Topo-Count
              move TP-Knoten(Topo-Nr) to Kn-Nr
              move KN-Jobname(Kn-Nr) to NL-Jobname
              move KN-Dauer(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to NL-Dauer
              move KN-ES(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to NL-ES
              move KN-EF(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to NL-EF
              move KN-LS(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to NL-LS
              move KN-Slack(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to NL-Slack
              evaluate true
                 when not KN-Gelaufen(Kn-Nr)
                    move "NEVER RAN" to NL-Merker
                 when KN-Im-Pfad(Kn-Nr)
                    move "CRITICAL" to NL-Merker
                 when other
                    move spaces to NL-Merker
              end-evaluate
              move Netz-Line to Print-Line
              write Print-Line
           end-perform.


       Print-Wachstum Section.
      *    Critical-path jobs that ran both nights and took longer
      *    tonight, largest addition first.
           move spaces to Print-Line.
           write Print-Line.
           move Wachs-Heading to Print-Line.
           write Print-Line.
           if Vor-Gelesen = 0
              move Ohne-Vortag-Line to Print-Line
              write Print-Line
              exit section
           end-if.
           move 0 to Wachs-Count.
           perform varying Pfad-Nr from 1 by 1
                 until Pfad-Nr > Pfad-Count
              move PF-Knoten(Pfad-Nr) to Kn-Nr
              if KN-Gelaufen(Kn-Nr) and KN-Vor-Gelaufen(Kn-Nr)
                    and KN-Dauer(Kn-Nr) > KN-Vor-Dauer(Kn-Nr)
                 add 1 to Wachs-Count
                 set Wachs-IX to Wachs-Count
                 move Kn-Nr to WT-Knoten(Wachs-IX)
                 compute WT-Zuwachs(Wachs-IX) =
                       KN-Dauer(Kn-Nr) - KN-Vor-Dauer(Kn-Nr)
              end-if
           end-perform.
           perform varying Wachs-IX from 1 by 1
                 until Wachs-IX >= Wachs-Count
              perform varying Sort-IX from 1 by 1
                    until Sort-IX > Wachs-Count - Wachs-IX
                 if WT-Zuwachs(Sort-IX) < WT-Zuwachs(Sort-IX + 1)
                    move Wachs-Entry(Sort-IX) to Wachs-Entry-Save
                    move Wachs-Entry(Sort-IX + 1)
                         to Wachs-Entry(Sort-IX)
                    move Wachs-Entry-Save to Wachs-Entry(Sort-IX + 1)
                 end-if
              end-perform
           end-perform.
           if Wachs-Count = 0
              move Keine-Fehler-Line to Print-Line
              write Print-Line
              exit section
           end-if.
           move Wachs-Col-Heading to Print-Line.
           write Print-Line.
           perform varying Wachs-IX from 1 by 1
                 until Wachs-IX > Wachs-Count
              move WT-Knoten(Wachs-IX) to Kn-Nr
              move KN-Jobname(Kn-Nr) to WL-Jobname
              move KN-Vor-Dauer(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to WL-Vor-Dauer
              move KN-Dauer(Kn-Nr) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to WL-Dauer
              move WT-Zuwachs(Wachs-IX) to Dauer-Sek
              perform Format-Dauer
              move Dauer-Anzeige to WL-Zuwachs
              move Wachs-Line to Print-Line
              write Print-Line
           end-perform.


       Print-Fehler Section.
      *    Jobs on the flow file that never ran, then successors
      *    that started while a predecessor was still running.
           move spaces to Print-Line.
           write Print-Line.
           move Fehler-Heading to Print-Line.
           write Print-Line.
           perform varying Kn-Nr from 1 by 1
                 until Kn-Nr > Knoten-Count
              if not KN-Gelaufen(Kn-Nr)
                 add 1 to Nie-Count
                 move KN-Jobname(Kn-Nr) to NE-Jobname
                 move Nie-Line to Print-Line
                 write Print-Line
              end-if
           end-perform.
           perform varying Ka-Nr from 1 by 1
                 until Ka-Nr > Kanten-Count
              move KA-Von(Ka-Nr) to Von-Nr
              move KA-Nach(Ka-Nr) to Nach-Nr
              if KN-Gelaufen(Von-Nr) and KN-Gelaufen(Nach-Nr)
                    and KN-Start-Abs(Nach-Nr) < KN-Stopp-Abs(Von-Nr)
                 add 1 to Frueh-Count
                 move KN-Jobname(Nach-Nr) to FL-Jobname
                 move KN-Start-Zeit(Nach-Nr) to FL-Start
                 move KN-Jobname(Von-Nr) to FL-Vorgaenger
                 move KN-Stopp-Zeit(Von-Nr) to FL-Stopp
                 move Frueh-Line to Print-Line
                 write Print-Line
              end-if
           end-perform.
           if Nie-Count = 0 and Frueh-Count = 0
              move Keine-Fehler-Line to Print-Line
              write Print-Line
           end-if.


       Print-Trailer Section.
           move spaces to Print-Line.
           write Print-Line.
           move Satz-Gelesen to TR-Gelesen.
           move Vor-Gelesen to TR-Vor-Gelesen.
           move Trailer-Line-1 to Print-Line.
           write Print-Line.
           move Fremd-Count to TR-Fremd.
           move Unstamped-Count to TR-Unstamped.
           move Trailer-Line-2 to Print-Line.
           write Print-Line.


       Format-Dauer Section.
      *    Seconds in Dauer-Sek as HHH:MM:SS in Dauer-Anzeige.
           compute DA-Stunden = Dauer-Sek / 3600.
           compute Dauer-Rest = function mod (Dauer-Sek 3600).
           compute DA-Minuten = Dauer-Rest / 60.
           compute DA-Sekunden = function mod (Dauer-Rest 60).


       Format-Aenderung Section.
      *    Signed change in Aenderung-Sek as a sign in LL-Vorzeichen
      *    and the amount in Dauer-Anzeige.
           if Aenderung-Sek < 0
              move "-" to LL-Vorzeichen
              compute Dauer-Sek = 0 - Aenderung-Sek
           else
              move "+" to LL-Vorzeichen
              move Aenderung-Sek to Dauer-Sek
           end-if.
           perform Format-Dauer.
