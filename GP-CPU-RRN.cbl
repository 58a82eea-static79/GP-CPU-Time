       ID Division.
       PROGRAM-ID. GPCPURRN.
      * ****************************************************************
      *                                                                *
      *    Rerun and abend waste.  When a job abends part way and is   *
      *    restarted from the top, the CPU the first attempt burned    *
      *    is billed and trended like any other - this program puts    *
      *    a price on it, so application teams can see what poor       *
      *    restartability costs.                                       *
      *                                                                *
      *    Every BATCH step run is rebuilt from its records: the       *
      *    INTERVAL slices a long run was cut into and its final OK    *
      *    record chain stop stamp to start stamp, so they add up to   *
      *    one attempt.  A jobname/stepname with more than one         *
      *    attempt on a Laufdatum was rerun - every attempt but the    *
      *    last is classed RERUN.                                      *
      *                                                                *
      *    The MISMATCH, ORPHAN, PURGED and EXPIRED records GPCPUtime  *
      *    leaves behind when a pairing dies carry the dead run's      *
      *    jobname (Open-Jobname) and its start stamp; each is         *
      *    linked to the attempt it ended and shown against it.  The   *
      *    last attempt of the day is classed ABEND when it has such   *
      *    a record and never reached its OK record.  An exception     *
      *    no captured slice can be linked to stands as an attempt     *
      *    of its own with nothing measured - it still counts as a     *
      *    rerun when the step ran again.                              *
      *                                                                *
      *    RERUN and ABEND attempts are wasted: their CPU-Zeit,        *
      *    elapsed and SRB are totalled per job and month, priced      *
      *    with the chargeback rate card exactly as GPCPUCHG prices    *
      *    them, and the jobs that wasted most are listed first.       *
      *                                                                *
      *    Records cut before the stamps existed cannot be told        *
      *    apart into attempts and are counted but not used.           *
      *                                                                *
      *    Input is the edited extract GPCPUEDT writes (EditData)      *
      *    - validated, fixed layout, rejects already sifted out.      *
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
           Select RateCard assign to RateCard.
           Select RrnRpt   assign to RrnRpt.

       Data Division.
       File Section.
       FD  EditData
           Record 133 recording mode is f label record omitted.
         01 EditDataIn        PIC X(133).

       FD  RateCard
           Record 37 recording mode is f label record omitted.
         01 Rate-Record.
           05 RC-Umgebung      PIC X(5).
           05 RC-Zeitart       PIC X(3).
           05 RC-Von-Datum     PIC X(8).
           05 RC-Bis-Datum     PIC X(8).
           05 RC-Tarifzone     PIC X(4).
           05 RC-Rate          PIC 9(5)V9(4).

       FD  RrnRpt
           Record 132 recording mode is f label record omitted.
         01 Print-Line        PIC X(132).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 End-Of-File     Value "Y".
         01 Eof-Rates          PIC X(1)  Value "N".
            88 Rates-Eof       Value "Y".
         01 Satz-Gelesen       PIC 9(9)  Value Zero.

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

      *    The chargeback rate card, loaded and matched the way
      *    GPCPUCHG does it - one row per environment, time type,
      *    effective date range and tariff zone, currency units per
      *    CPU second.
         01 Rate-Table-Max     PIC 9(4)  Value 100.
         01 Rate-Table.
           05 Rate-Entry OCCURS 100 TIMES INDEXED BY Rate-IX.
              10 RT-Umgebung      PIC X(5).
              10 RT-Zeitart       PIC X(3).
              10 RT-Von-Datum     PIC X(8).
              10 RT-Bis-Datum     PIC X(8).
              10 RT-Tarifzone     PIC X(4).
              10 RT-Rate          PIC 9(5)V9(4).
         01 Rate-Count         PIC 9(4)  Value Zero.

         01 Rate-Table-Full-Switch PIC X(1)  Value "N".
            88 Rate-Table-Full     Value "Y".

         01 Preis-Felder.
           05 Satz-Zone        PIC X(4)       Value Spaces.
           05 Such-Zeitart     PIC X(3)       Value Spaces.
           05 Rate-Preis       PIC 9(5)V9(4)  Value Zero.
           05 Betrag-Satz-CPU  PIC 9(11)V99   Value Zero.
           05 Betrag-Satz-SRB  PIC 9(11)V99   Value Zero.
           05 Start-Stunde     PIC 9(2)       Value Zero.

         01 Rate-Hit-Switch    PIC X(1)  Value "N".
            88 Rate-Hit        Value "Y".

      *    The online day - a record whose Start-Zeit falls from
      *    Peak-Von-Stunde up to but not including Peak-Bis-Stunde
      *    prices as PEAK, everything else as OFF.
         01 Peak-Von-Stunde    PIC 9(2)  Value 8.
         01 Peak-Bis-Stunde    PIC 9(2)  Value 18.

         01 Unpriced-Count     PIC 9(7)  Value Zero.
         01 Unpriced-Warn-Switch PIC X(1) Value "N".
            88 Unpriced-Warned  Value "Y".

      *    One row per step attempt.  VS-Start-Zeit is the claim
      *    stamp of the attempt's first record, VS-Stopp-Zeit the
      *    stop stamp of its latest - the next slice of the same
      *    run starts exactly there.
         01 Versuch-Table-Max  PIC 9(5)  Value 30000.
         01 Versuch-Table.
           05 Versuch-Entry OCCURS 30000 TIMES INDEXED BY Vs-IX.
              10 VS-Jobname        PIC X(8).
              10 VS-Step-Name      PIC X(8).
              10 VS-Laufdatum      PIC X(8).
              10 VS-Start-Zeit     PIC X(14).
              10 VS-Stopp-Zeit     PIC X(14).
              10 VS-CPU            PIC 9(15).
              10 VS-Elapsed        PIC 9(15).
              10 VS-SRB            PIC 9(15).
              10 VS-Betrag         PIC 9(11)V99.
              10 VS-Fertig-Flag    PIC X(1).
                 88 VS-Fertig      Value "Y".
              10 VS-Exc-Status     PIC X(8).
              10 VS-Klasse         PIC X(5).
                 88 VS-Verschwendet Value "RERUN" "ABEND".
         01 Versuch-Count      PIC 9(5)  Value Zero.

         01 Versuch-Table-Full-Switch PIC X(1)  Value "N".
            88 Versuch-Table-Full     Value "Y".

         01 Versuch-Found-Switch PIC X(1) Value "N".
            88 Versuch-Found   Value "Y".

      *    The dead-pairing records, kept until every attempt is in
      *    so one cut after its run's last slice still finds it.
      *    XC-Jobname is the run that died (Open-Jobname); the step
      *    is only its own on ORPHAN/PURGED/EXPIRED - a MISMATCH
      *    carries the step of the job that reused the TCB.
         01 Exc-Table-Max      PIC 9(4)  Value 1000.
         01 Exc-Table.
           05 Exc-Entry OCCURS 1000 TIMES INDEXED BY Exc-IX.
              10 XC-Jobname        PIC X(8).
              10 XC-Step-Name      PIC X(8).
              10 XC-Satzstatus     PIC X(8).
              10 XC-Start-Zeit     PIC X(14).
         01 Exc-Count          PIC 9(4)  Value Zero.

         01 Exc-Table-Full-Switch PIC X(1)  Value "N".
            88 Exc-Table-Full     Value "Y".

      *    Wasted attempts per job and month.
         01 Monat-Table-Max    PIC 9(4)  Value 1000.
         01 Monat-Table.
           05 Monat-Entry OCCURS 1000 TIMES INDEXED BY Mo-IX.
              10 MO-Jobname        PIC X(8).
              10 MO-Monat          PIC X(6).
              10 MO-Reruns         PIC 9(5).
              10 MO-Abends         PIC 9(5).
              10 MO-CPU            PIC 9(15).
              10 MO-Elapsed        PIC 9(15).
              10 MO-SRB            PIC 9(15).
              10 MO-Betrag         PIC 9(11)V99.
         01 Monat-Count        PIC 9(4)  Value Zero.
         01 Monat-Entry-Save   PIC X(82).

         01 Monat-Table-Full-Switch PIC X(1)  Value "N".
            88 Monat-Table-Full     Value "Y".

         01 Monat-Found-Switch PIC X(1)  Value "N".
            88 Monat-Found     Value "Y".

      *    Wasted attempts per job over the whole input, for the
      *    worst-offender list.
         01 Job-Table-Max      PIC 9(4)  Value 500.
         01 Job-Table.
           05 Job-Entry OCCURS 500 TIMES INDEXED BY Job-IX.
              10 JB-Jobname        PIC X(8).
              10 JB-Versuche       PIC 9(5).
              10 JB-Tage           PIC 9(4).
              10 JB-Letzter-Tag    PIC X(8).
              10 JB-CPU            PIC 9(15).
              10 JB-Elapsed        PIC 9(15).
              10 JB-Betrag         PIC 9(11)V99.
         01 Job-Count          PIC 9(4)  Value Zero.
         01 Job-Entry-Save     PIC X(68).
         01 Sort-IX            PIC 9(4)  Value Zero.

         01 Job-Table-Full-Switch PIC X(1)  Value "N".
            88 Job-Table-Full     Value "Y".

         01 Job-Found-Switch   PIC X(1)  Value "N".
            88 Job-Found       Value "Y".

      *    How many offenders the last page lists.
         01 Worst-Max          PIC 9(4)  Value 20.
         01 Worst-Listed       PIC 9(4)  Value Zero.

         01 Vergleich-IX       PIC 9(5)  Value Zero.
         01 Spaetere-Versuche  PIC 9(5)  Value Zero.

         01 Zaehler.
           05 Unstamped-Count  PIC 9(7)  Value Zero.
           05 Exc-Gelesen      PIC 9(7)  Value Zero.
           05 Exc-Verknuepft   PIC 9(7)  Value Zero.
           05 Rerun-Count      PIC 9(7)  Value Zero.
           05 Abend-Count      PIC 9(7)  Value Zero.

         01 Summen.
           05 Batch-CPU-Summe  PIC 9(15)     Value Zero.
           05 Waste-CPU-Summe  PIC 9(15)     Value Zero.
           05 Waste-Ela-Summe  PIC 9(15)     Value Zero.
           05 Waste-Betrag     PIC 9(11)V99  Value Zero.
           05 Waste-Pct        PIC 9(3)V9    Value Zero.
           05 Sekunden         PIC 9(11)     Value Zero.

         01 Heading-Line-1.
           05 Filler PIC X(40)
                Value "GPCPURRN - RERUN AND ABEND WASTE   FROM ".
           05 HL-From PIC X(8).
           05 Filler PIC X(4) Value "  TO".
           05 Filler PIC X(1) Value Spaces.
           05 HL-To   PIC X(8).

         01 Versuch-Heading-1
              PIC X(60) Value
              "WASTED ATTEMPTS".

         01 Versuch-Heading-2.
           05 Filler PIC X(43)
                Value "JOBNAME  STEPNAME LAUFDAT  START-ZEIT      ".
           05 Filler PIC X(45)
                Value "STOPP-ZEIT         CPU-SEC  ELAPSED-SEC      ".
           05 Filler PIC X(30)
                Value "  AMOUNT CLASS EXCEPTION".

         01 Versuch-Line.
           05 VL-Jobname         PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 VL-Step-Name       PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 VL-Laufdatum       PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 VL-Start           PIC X(14).
           05 Filler             PIC X(2)  Value Spaces.
           05 VL-Stopp           PIC X(14).
           05 Filler             PIC X(1)  Value Spaces.
           05 VL-CPU             PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 VL-Elapsed         PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 VL-Betrag          PIC Z(8)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 VL-Klasse          PIC X(5).
           05 Filler             PIC X(1)  Value Spaces.
           05 VL-Exc-Status      PIC X(8).

         01 Monat-Heading-1
              PIC X(60) Value
              "WASTE PER JOB AND MONTH".

         01 Monat-Heading-2.
           05 Filler PIC X(44)
                Value "JOBNAME  MONTH   RERUNS ABENDS     CPU-SEC  ".
           05 Filler PIC X(44)
                Value "  ELAPSED-SEC      SRB-SEC        AMOUNT".

         01 Monat-Line.
           05 ML-Jobname         PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 ML-Monat           PIC X(6).
           05 Filler             PIC X(2)  Value Spaces.
           05 ML-Reruns          PIC ZZZZ9.
           05 Filler             PIC X(2)  Value Spaces.
           05 ML-Abends          PIC ZZZZ9.
           05 Filler             PIC X(1)  Value Spaces.
           05 ML-CPU             PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 ML-Elapsed         PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 ML-SRB             PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 ML-Betrag          PIC Z(8)9,99.

         01 Worst-Heading-1.
           05 Filler PIC X(26) Value "WORST OFFENDERS - TOP ".
           05 WH-Max             PIC ZZZ9.
           05 Filler PIC X(30) Value " BY AMOUNT WASTED".

         01 Worst-Heading-2.
           05 Filler PIC X(44)
                Value "RANK JOBNAME  ATTEMPTS  DAYS     CPU-SEC    ".
           05 Filler PIC X(30)
                Value "ELAPSED-SEC        AMOUNT".

         01 Worst-Line.
           05 WL-Rang            PIC ZZZ9.
           05 Filler             PIC X(1)  Value Spaces.
           05 WL-Jobname         PIC X(8).
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Versuche        PIC ZZZZ9.
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Tage            PIC ZZZ9.
           05 Filler             PIC X(1)  Value Spaces.
           05 WL-CPU             PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Elapsed         PIC Z(10)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 WL-Betrag          PIC Z(8)9,99.

         01 Total-Line-1.
           05 Filler PIC X(26) Value "WASTED CPU-SEC:           ".
           05 TL-CPU             PIC Z(10)9.
           05 Filler PIC X(24) Value "   OF ALL BATCH CPU-SEC ".
           05 TL-Batch-CPU       PIC Z(10)9.
           05 Filler PIC X(3)  Value Spaces.
           05 TL-Pct             PIC ZZ9,9.
           05 Filler PIC X(4)  Value " PCT".

         01 Total-Line-2.
           05 Filler PIC X(26) Value "WASTED ELAPSED-SEC:       ".
           05 TL-Elapsed         PIC Z(10)9.
           05 Filler PIC X(24) Value "   AMOUNT WASTED:       ".
           05 TL-Betrag          PIC Z(8)9,99.

         01 Trailer-Line-1.
           05 Filler PIC X(26) Value "RECORDS READ:             ".
           05 TR-Gelesen         PIC Z(8)9.
           05 Filler PIC X(24) Value "   STEP ATTEMPTS:       ".
           05 TR-Versuche        PIC Z(8)9.

         01 Trailer-Line-2.
           05 Filler PIC X(26) Value "RERUN ATTEMPTS:           ".
           05 TR-Reruns          PIC Z(8)9.
           05 Filler PIC X(24) Value "   ABENDED, NOT RERUN:  ".
           05 TR-Abends          PIC Z(8)9.

         01 Trailer-Line-3.
           05 Filler PIC X(26) Value "EXCEPTIONS READ:          ".
           05 TR-Exc-Gelesen     PIC Z(8)9.
           05 Filler PIC X(24) Value "   LINKED TO A RUN:     ".
           05 TR-Exc-Verknuepft  PIC Z(8)9.

         01 Trailer-Line-4.
           05 Filler PIC X(26) Value "UNSTAMPED RECORDS:        ".
           05 TR-Unstamped       PIC Z(8)9.
           05 Filler PIC X(24) Value "   UNPRICED:            ".
           05 TR-Unpriced        PIC Z(8)9.

         01 No-Waste-Line       PIC X(42) Value
              "NO RERUNS OR ABENDS IN THE INPUT - CLEAN".


       Procedure Division.
       Main section.
           perform Open-Files.
           perform Load-Rate-Card.
           perform Read-Timedata.
           perform until End-Of-File
              evaluate P-Satzstatus
                 when "OK"
                 when "INTERVAL"
                    perform Accumulate-Versuch
                 when "MISMATCH"
                 when "ORPHAN"
                 when "PURGED"
                 when "EXPIRED"
                    perform Keep-Exception
                 when other
                    continue
              end-evaluate
              perform Read-Timedata
           end-perform.
           perform Link-Exceptions.
           perform Classify-Versuche.
           perform Accumulate-Waste.
           perform Print-Report.
           perform Close-Files.
           stop run.


       Open-Files Section.
           open input EditData
           open input RateCard
           open output RrnRpt.


       Close-Files Section.
           close EditData
           close RateCard
           close RrnRpt.


       Load-Rate-Card Section.
      *    Same rows, same checks as the chargeback run - a row it
      *    would reject is echoed and skipped here as well.
           perform Read-Rates.
           perform until Rates-Eof
              if (RC-Umgebung = "BATCH" or RC-Umgebung = "CICS")
                    and (RC-Zeitart = "CPU" or RC-Zeitart = "SRB")
                    and (RC-Tarifzone = "PEAK"
                       or RC-Tarifzone = "OFF"
                       or RC-Tarifzone = "ALL")
                    and RC-Von-Datum is numeric
                    and RC-Bis-Datum is numeric
                    and RC-Von-Datum not > RC-Bis-Datum
                 perform Take-Rate-Row
              else
                 display "GPCPURRN UNKNOWN RATE CARD ROW IGNORED "
                     RC-Umgebung " " RC-Zeitart " " RC-Tarifzone
                     upon console
              end-if
              perform Read-Rates
           end-perform.
           if Rate-Count = 0
              display "GPCPURRN RATE CARD EMPTY - WASTE PRICES AS "
                  "ZERO" upon console
           end-if.


       Take-Rate-Row Section.
           if Rate-Count >= Rate-Table-Max
              if not Rate-Table-Full
                 display "GPCPURRN RATE TABLE FULL - SOME ROWS IGNOR"
                     "ED" upon console
              end-if
              move "Y" to Rate-Table-Full-Switch
              exit section
           end-if.
           add 1 to Rate-Count.
           set Rate-IX to Rate-Count.
           move RC-Umgebung to RT-Umgebung(Rate-IX).
           move RC-Zeitart to RT-Zeitart(Rate-IX).
           move RC-Von-Datum to RT-Von-Datum(Rate-IX).
           move RC-Bis-Datum to RT-Bis-Datum(Rate-IX).
           move RC-Tarifzone to RT-Tarifzone(Rate-IX).
           move RC-Rate to RT-Rate(Rate-IX).


       Read-Rates Section.
           read RateCard
              at end set Rates-Eof to true
           end-read.


       Read-Timedata Section.
           read EditData
              at end set End-Of-File to true
              not at end
                 add 1 to Satz-Gelesen
                 perform Parse-Record
           end-read.


       Parse-Record Section.
      *    GPCPUEDT has already checked and normalized the record -
      *    the fixed layout maps field for field onto Parsed-Felder.
           move EditDataIn to Parsed-Felder.
           if P-Laufdatum < DR-First
              move P-Laufdatum to DR-First
           end-if.
           if P-Laufdatum > DR-Last
              move P-Laufdatum to DR-Last
           end-if.


       Accumulate-Versuch Section.
      *    A slice whose start stamp is an open attempt's stop stamp
      *    continues that attempt; anything else starts a new one.
      *    An OK record closes the attempt - the run got to its end.
           if P-Umgebung not = "BATCH"
              exit section
           end-if.
           add P-CPU-Zeit to Batch-CPU-Summe.
           if P-Start-Zeit not numeric
                 or P-Stopp-Zeit not numeric
              add 1 to Unstamped-Count
              exit section
           end-if.
           move "N" to Versuch-Found-Switch.
           set Vs-IX to 1.
           perform until Vs-IX > Versuch-Count or Versuch-Found
              if VS-Jobname(Vs-IX) = P-Jobname
                    and VS-Step-Name(Vs-IX) = P-Step-Name
                    and VS-Stopp-Zeit(Vs-IX) = P-Start-Zeit
                    and not VS-Fertig(Vs-IX)
                 set Versuch-Found to true
              else
                 set Vs-IX up by 1
              end-if
           end-perform.
           if not Versuch-Found
              perform New-Versuch
              if not Versuch-Found
                 exit section
              end-if
           end-if.
           move P-Stopp-Zeit to VS-Stopp-Zeit(Vs-IX).
           add P-CPU-Zeit to VS-CPU(Vs-IX).
           add P-Elapsed-Zeit to VS-Elapsed(Vs-IX).
           add P-SRB-Zeit to VS-SRB(Vs-IX).
           perform Price-Record.
           add Betrag-Satz-CPU Betrag-Satz-SRB to VS-Betrag(Vs-IX).
           if P-Satzstatus = "OK"
              set VS-Fertig(Vs-IX) to true
           end-if.


       New-Versuch Section.
      *    Opens an attempt for P-Jobname/P-Step-Name starting at
      *    P-Start-Zeit and leaves Vs-IX on it - Versuch-Found stays
      *    off when the table is full.
           if Versuch-Count >= Versuch-Table-Max
              if not Versuch-Table-Full
                 display "GPCPURRN ATTEMPT TABLE FULL - SOME RUNS OM"
                     "ITTED" upon console
              end-if
              move "Y" to Versuch-Table-Full-Switch
              exit section
           end-if.
           add 1 to Versuch-Count.
           set Vs-IX to Versuch-Count.
           move P-Jobname to VS-Jobname(Vs-IX).
           move P-Step-Name to VS-Step-Name(Vs-IX).
           move P-Laufdatum to VS-Laufdatum(Vs-IX).
           move P-Start-Zeit to VS-Start-Zeit(Vs-IX).
           move P-Start-Zeit to VS-Stopp-Zeit(Vs-IX).
           move 0 to VS-CPU(Vs-IX) VS-Elapsed(Vs-IX) VS-SRB(Vs-IX)
                     VS-Betrag(Vs-IX).
           move "N" to VS-Fertig-Flag(Vs-IX).
           move spaces to VS-Exc-Status(Vs-IX) VS-Klasse(Vs-IX).
           set Versuch-Found to true.


       Keep-Exception Section.
      *    Only BATCH pairings with a dead run named and a start
      *    stamp to link by are of use here.
           if P-Umgebung not = "BATCH"
              exit section
           end-if.
           add 1 to Exc-Gelesen.
           if P-Open-Jobname = spaces
                 or P-Start-Zeit not numeric
              exit section
           end-if.
           if Exc-Count >= Exc-Table-Max
              if not Exc-Table-Full
                 display "GPCPURRN EXCEPTION TABLE FULL - SOME ABEND"
                     "S NOT LINKED" upon console
              end-if
              move "Y" to Exc-Table-Full-Switch
              exit section
           end-if.
           add 1 to Exc-Count.
           set Exc-IX to Exc-Count.
           move P-Open-Jobname to XC-Jobname(Exc-IX).
           move P-Satzstatus to XC-Satzstatus(Exc-IX).
           move P-Start-Zeit to XC-Start-Zeit(Exc-IX).
           if P-Satzstatus = "MISMATCH"
              move spaces to XC-Step-Name(Exc-IX)
           else
              move P-Step-Name to XC-Step-Name(Exc-IX)
           end-if.


       Link-Exceptions Section.
      *    The dead run's claim stamp is the start stamp of its
      *    first slice, so jobname and stamp find the attempt.  One
      *    with no slice captured before it died becomes an attempt
      *    of its own, provided the record names its step.
           perform varying Exc-IX from 1 by 1
                 until Exc-IX > Exc-Count
              move "N" to Versuch-Found-Switch
              set Vs-IX to 1
              perform until Vs-IX > Versuch-Count or Versuch-Found
                 if VS-Jobname(Vs-IX) = XC-Jobname(Exc-IX)
                       and VS-Start-Zeit(Vs-IX) = XC-Start-Zeit(Exc-IX)
                       and not VS-Fertig(Vs-IX)
                    set Versuch-Found to true
                 else
                    set Vs-IX up by 1
                 end-if
              end-perform
              evaluate true
                 when Versuch-Found
                    move XC-Satzstatus(Exc-IX) to VS-Exc-Status(Vs-IX)
                    add 1 to Exc-Verknuepft
                 when XC-Step-Name(Exc-IX) not = spaces
                    perform Versuch-From-Exception
                 when other
                    continue
              end-evaluate
           end-perform.


       Versuch-From-Exception Section.
           move XC-Jobname(Exc-IX) to P-Jobname.
           move XC-Step-Name(Exc-IX) to P-Step-Name.
           move XC-Start-Zeit(Exc-IX) to P-Start-Zeit.
           move XC-Start-Zeit(Exc-IX) (1:8) to P-Laufdatum.
           perform New-Versuch.
           if Versuch-Found
              move XC-Satzstatus(Exc-IX) to VS-Exc-Status(Vs-IX)
              add 1 to Exc-Verknuepft
           end-if.


       Classify-Versuche Section.
      *    An attempt with a later attempt of the same job and step
      *    on the same Laufdatum was rerun.  The last attempt is
      *    the one that counts - unless it died as well.
           perform varying Vs-IX from 1 by 1
                 until Vs-IX > Versuch-Count
              move 0 to Spaetere-Versuche
              perform varying Vergleich-IX from 1 by 1
                    until Vergleich-IX > Versuch-Count
                 if VS-Jobname(Vergleich-IX) = VS-Jobname(Vs-IX)
                       and VS-Step-Name(Vergleich-IX)
                           = VS-Step-Name(Vs-IX)
                       and VS-Laufdatum(Vergleich-IX)
                           = VS-Laufdatum(Vs-IX)
                       and VS-Start-Zeit(Vergleich-IX)
                           > VS-Start-Zeit(Vs-IX)
                    add 1 to Spaetere-Versuche
                 end-if
              end-perform
              evaluate true
                 when Spaetere-Versuche > 0
                    move "RERUN" to VS-Klasse(Vs-IX)
                    add 1 to Rerun-Count
                 when not VS-Fertig(Vs-IX)
                       and VS-Exc-Status(Vs-IX) not = spaces
                    move "ABEND" to VS-Klasse(Vs-IX)
                    add 1 to Abend-Count
                 when other
                    move "FINAL" to VS-Klasse(Vs-IX)
              end-evaluate
           end-perform.


       Accumulate-Waste Section.
           perform varying Vs-IX from 1 by 1
                 until Vs-IX > Versuch-Count
              if VS-Verschwendet(Vs-IX)
                 add VS-CPU(Vs-IX) to Waste-CPU-Summe
                 add VS-Elapsed(Vs-IX) to Waste-Ela-Summe
                 add VS-Betrag(Vs-IX) to Waste-Betrag
                 perform Accumulate-Monat
                 perform Accumulate-Job
              end-if
           end-perform.


       Accumulate-Monat Section.
           move "N" to Monat-Found-Switch.
           set Mo-IX to 1.
           perform until Mo-IX > Monat-Count or Monat-Found
              if MO-Jobname(Mo-IX) = VS-Jobname(Vs-IX)
                    and MO-Monat(Mo-IX) = VS-Laufdatum(Vs-IX) (1:6)
                 set Monat-Found to true
              else
                 set Mo-IX up by 1
              end-if
           end-perform.
           if not Monat-Found
              if Monat-Count >= Monat-Table-Max
                 if not Monat-Table-Full
                    display "GPCPURRN MONTH TABLE FULL - SOME JOBS O"
                        "MITTED FROM MONTHLY TOTALS" upon console
                 end-if
                 move "Y" to Monat-Table-Full-Switch
                 exit section
              end-if
              add 1 to Monat-Count
              set Mo-IX to Monat-Count
              move VS-Jobname(Vs-IX) to MO-Jobname(Mo-IX)
              move VS-Laufdatum(Vs-IX) (1:6) to MO-Monat(Mo-IX)
              move 0 to MO-Reruns(Mo-IX) MO-Abends(Mo-IX)
                        MO-CPU(Mo-IX) MO-Elapsed(Mo-IX)
                        MO-SRB(Mo-IX) MO-Betrag(Mo-IX)
           end-if.
           if VS-Klasse(Vs-IX) = "RERUN"
              add 1 to MO-Reruns(Mo-IX)
           else
              add 1 to MO-Abends(Mo-IX)
           end-if.
           add VS-CPU(Vs-IX) to MO-CPU(Mo-IX).
           add VS-Elapsed(Vs-IX) to MO-Elapsed(Mo-IX).
           add VS-SRB(Vs-IX) to MO-SRB(Mo-IX).
           add VS-Betrag(Vs-IX) to MO-Betrag(Mo-IX).


       Accumulate-Job Section.
           move "N" to Job-Found-Switch.
           set Job-IX to 1.
           perform until Job-IX > Job-Count or Job-Found
              if JB-Jobname(Job-IX) = VS-Jobname(Vs-IX)
                 set Job-Found to true
              else
                 set Job-IX up by 1
              end-if
           end-perform.
           if not Job-Found
              if Job-Count >= Job-Table-Max
                 if not Job-Table-Full
                    display "GPCPURRN JOB TABLE FULL - SOME JOBS OMI"
                        "TTED FROM OFFENDER LIST" upon console
                 end-if
                 move "Y" to Job-Table-Full-Switch
                 exit section
              end-if
              add 1 to Job-Count
              set Job-IX to Job-Count
              move VS-Jobname(Vs-IX) to JB-Jobname(Job-IX)
              move 0 to JB-Versuche(Job-IX) JB-Tage(Job-IX)
                        JB-CPU(Job-IX) JB-Elapsed(Job-IX)
                        JB-Betrag(Job-IX)
              move spaces to JB-Letzter-Tag(Job-IX)
           end-if.
           add 1 to JB-Versuche(Job-IX).
           if JB-Letzter-Tag(Job-IX) not = VS-Laufdatum(Vs-IX)
              add 1 to JB-Tage(Job-IX)
              move VS-Laufdatum(Vs-IX) to JB-Letzter-Tag(Job-IX)
           end-if.
           add VS-CPU(Vs-IX) to JB-CPU(Job-IX).
           add VS-Elapsed(Vs-IX) to JB-Elapsed(Job-IX).
           add VS-Betrag(Vs-IX) to JB-Betrag(Job-IX).


       Price-Record Section.
      *    Zone from the record's own start stamp, rate row from its
      *    own Laufdatum - the price the chargeback run put on it.
           if P-Start-Zeit (9:2) is numeric
              move P-Start-Zeit (9:2) to Start-Stunde
              if Start-Stunde >= Peak-Von-Stunde
                    and Start-Stunde < Peak-Bis-Stunde
                 move "PEAK" to Satz-Zone
              else
                 move "OFF " to Satz-Zone
              end-if
           else
              move "PEAK" to Satz-Zone
           end-if.
           move "CPU" to Such-Zeitart.
           perform Lookup-Rate.
           compute Betrag-Satz-CPU rounded =
                 P-CPU-Zeit * Rate-Preis / 1000000.
           move "SRB" to Such-Zeitart.
           perform Lookup-Rate.
           compute Betrag-Satz-SRB rounded =
                 P-SRB-Zeit * Rate-Preis / 1000000.


       Lookup-Rate Section.
           move "N" to Rate-Hit-Switch.
           move 0 to Rate-Preis.
           set Rate-IX to 1.
           perform until Rate-IX > Rate-Count or Rate-Hit
              if RT-Umgebung(Rate-IX) = P-Umgebung
                    and RT-Zeitart(Rate-IX) = Such-Zeitart
                    and P-Laufdatum not < RT-Von-Datum(Rate-IX)
                    and P-Laufdatum not > RT-Bis-Datum(Rate-IX)
                    and (RT-Tarifzone(Rate-IX) = "ALL"
                       or RT-Tarifzone(Rate-IX) = Satz-Zone)
                 set Rate-Hit to true
                 move RT-Rate(Rate-IX) to Rate-Preis
              else
                 set Rate-IX up by 1
              end-if
           end-perform.
           if not Rate-Hit
              add 1 to Unpriced-Count
              if not Unpriced-Warned
                 display "GPCPURRN NO RATE ROW COVERS " P-Umgebung
                     " " Such-Zeitart " " P-Laufdatum " " Satz-Zone
                     " - PRICED AS ZERO" upon console
                 move "Y" to Unpriced-Warn-Switch
              end-if
           end-if.


       Print-Report Section.
           move DR-First to HL-From.
           move DR-Last  to HL-To.
           move Heading-Line-1 to Print-Line.
           write Print-Line.
           move spaces to Print-Line.
           write Print-Line.
           if Rerun-Count = 0 and Abend-Count = 0
              move No-Waste-Line to Print-Line
              write Print-Line
           else
              perform Print-Versuche
              perform Print-Monate
              perform Print-Worst-Offenders
              perform Print-Totals
           end-if.
           perform Print-Trailer.


       Print-Versuche Section.
           move Versuch-Heading-1 to Print-Line.
           write Print-Line.
           move Versuch-Heading-2 to Print-Line.
           write Print-Line.
           perform varying Vs-IX from 1 by 1
                 until Vs-IX > Versuch-Count
              if VS-Verschwendet(Vs-IX)
                 move VS-Jobname(Vs-IX) to VL-Jobname
                 move VS-Step-Name(Vs-IX) to VL-Step-Name
                 move VS-Laufdatum(Vs-IX) to VL-Laufdatum
                 move VS-Start-Zeit(Vs-IX) to VL-Start
                 move VS-Stopp-Zeit(Vs-IX) to VL-Stopp
                 compute VL-CPU = VS-CPU(Vs-IX) / 1000000
                 compute VL-Elapsed = VS-Elapsed(Vs-IX) / 1000000
                 move VS-Betrag(Vs-IX) to VL-Betrag
                 move VS-Klasse(Vs-IX) to VL-Klasse
                 move VS-Exc-Status(Vs-IX) to VL-Exc-Status
                 move Versuch-Line to Print-Line
                 write Print-Line
              end-if
           end-perform.


       Print-Monate Section.
      *    In jobname and month order.
           perform varying Mo-IX from 1 by 1
                 until Mo-IX > Monat-Count
              perform varying Sort-IX from 1 by 1
                    until Sort-IX > Monat-Count - Mo-IX
                 if Monat-Entry(Sort-IX) (1:14)
                       > Monat-Entry(Sort-IX + 1) (1:14)
                    move Monat-Entry(Sort-IX) to Monat-Entry-Save
                    move Monat-Entry(Sort-IX + 1)
                         to Monat-Entry(Sort-IX)
                    move Monat-Entry-Save to Monat-Entry(Sort-IX + 1)
                 end-if
              end-perform
           end-perform.
           move spaces to Print-Line.
           write Print-Line.
           move Monat-Heading-1 to Print-Line.
           write Print-Line.
           move Monat-Heading-2 to Print-Line.
           write Print-Line.
           perform varying Mo-IX from 1 by 1
                 until Mo-IX > Monat-Count
              move MO-Jobname(Mo-IX) to ML-Jobname
              move MO-Monat(Mo-IX) to ML-Monat
              move MO-Reruns(Mo-IX) to ML-Reruns
              move MO-Abends(Mo-IX) to ML-Abends
              compute ML-CPU = MO-CPU(Mo-IX) / 1000000
              compute ML-Elapsed = MO-Elapsed(Mo-IX) / 1000000
              compute ML-SRB = MO-SRB(Mo-IX) / 1000000
              move MO-Betrag(Mo-IX) to ML-Betrag
              move Monat-Line to Print-Line
              write Print-Line
           end-perform.


       Print-Worst-Offenders Section.
      *    Most money wasted first; where the rate card prices it
      *    all alike, most CPU.
           perform varying Job-IX from 1 by 1
                 until Job-IX > Job-Count
              perform varying Sort-IX from 1 by 1
                    until Sort-IX > Job-Count - Job-IX
                 if JB-Betrag(Sort-IX) < JB-Betrag(Sort-IX + 1)
                       or (JB-Betrag(Sort-IX) = JB-Betrag(Sort-IX + 1)
                       and JB-CPU(Sort-IX) < JB-CPU(Sort-IX + 1))
                    move Job-Entry(Sort-IX) to Job-Entry-Save
                    move Job-Entry(Sort-IX + 1) to Job-Entry(Sort-IX)
                    move Job-Entry-Save to Job-Entry(Sort-IX + 1)
                 end-if
              end-perform
           end-perform.
           move spaces to Print-Line.
           write Print-Line.
           move Worst-Max to WH-Max.
           move Worst-Heading-1 to Print-Line.
           write Print-Line.
           move Worst-Heading-2 to Print-Line.
           write Print-Line.
           move 0 to Worst-Listed.
           perform varying Job-IX from 1 by 1
                 until Job-IX > Job-Count or Worst-Listed >= Worst-Max
              add 1 to Worst-Listed
              move Worst-Listed to WL-Rang
              move JB-Jobname(Job-IX) to WL-Jobname
              move JB-Versuche(Job-IX) to WL-Versuche
              move JB-Tage(Job-IX) to WL-Tage
              compute WL-CPU = JB-CPU(Job-IX) / 1000000
              compute WL-Elapsed = JB-Elapsed(Job-IX) / 1000000
              move JB-Betrag(Job-IX) to WL-Betrag
              move Worst-Line to Print-Line
              write Print-Line
           end-perform.


       Print-Totals Section.
           move spaces to Print-Line.
           write Print-Line.
           compute TL-CPU = Waste-CPU-Summe / 1000000.
           compute TL-Batch-CPU = Batch-CPU-Summe / 1000000.
           if Batch-CPU-Summe > 0
              compute Waste-Pct rounded =
                    Waste-CPU-Summe * 100 / Batch-CPU-Summe
           end-if.
           move Waste-Pct to TL-Pct.
           move Total-Line-1 to Print-Line.
           write Print-Line.
           compute TL-Elapsed = Waste-Ela-Summe / 1000000.
           move Waste-Betrag to TL-Betrag.
           move Total-Line-2 to Print-Line.
           write Print-Line.


       Print-Trailer Section.
           move spaces to Print-Line.
           write Print-Line.
           move Satz-Gelesen to TR-Gelesen.
           move Versuch-Count to TR-Versuche.
           move Trailer-Line-1 to Print-Line.
           write Print-Line.
           move Rerun-Count to TR-Reruns.
           move Abend-Count to TR-Abends.
           move Trailer-Line-2 to Print-Line.
           write Print-Line.
           move Exc-Gelesen to TR-Exc-Gelesen.
           move Exc-Verknuepft to TR-Exc-Verknuepft.
           move Trailer-Line-3 to Print-Line.
           write Print-Line.
           move Unstamped-Count to TR-Unstamped.
           move Unpriced-Count to TR-Unpriced.
           move Trailer-Line-4 to Print-Line.
           write Print-Line.
