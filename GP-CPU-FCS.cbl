       ID Division.
       PROGRAM-ID. GPCPUFCS.
      * ****************************************************************
      *                                                                *
      *    Capacity forecast from the permanent history master.       *
      *    GPCPUHRP says what already happened; this program says     *
      *    where it is heading.  Every row on the master - daily      *
      *    detail and the "JJJJMM00" monthly rows GPCPUHSM folds old  *
      *    detail into alike - is booked to its calendar month, and   *
      *    a least-squares straight line is fitted through the        *
      *    monthly CPU of                                             *
      *                                                                *
      *    - each environment (BATCH, CICS) and the two together,     *
      *      projected forward month by month with the month the      *
      *      projected total first passes the capacity ceiling;      *
      *                                                                *
      *    - each jobname within its environment, ranked by growth   *
      *      in CPU seconds per month, fastest first.                 *
      *                                                                *
      *    Every month between the first and last on file counts in  *
      *    the fit - a job with no usage in a month contributes zero  *
      *    there, so a job that started last quarter shows as the     *
      *    growth it is.  At most the latest ten years are used.      *
      *                                                                *
      *    The card on SYSIN:  columns 1-11 the capacity ceiling in   *
      *    CPU seconds per month (blank - no ceiling check), columns  *
      *    13-14 the months to project (06 to 12, default 12),        *
      *    columns 16-17 how many growing jobs to list (default 20).  *
      *                                                                *
      *    Run after GPCPUHSM so the month just loaded has been       *
      *    through the maintenance run's integrity audit.             *
      *                                                                *
      * ****************************************************************
       Environment Division.
       Configuration Section.
       Source-Computer. IBM-zOS.
       Object-Computer. IBM-zOS.
       Special-names.
           Decimal-point is comma.
       Input-Output Section.
       File-control.
      *    OPTIONAL: a master never loaded yet reads as empty.
           Select Optional HistMast assign to HistMast
               organization is indexed
               access mode is sequential
               record key is HM-Schluessel.
           Select FcsRpt   assign to FcsRpt.

       Data Division.
       File Section.
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
           05 HM-SRB           PIC 9(15).

       FD  FcsRpt
           Record 132 recording mode is f label record omitted.
         01 Print-Line        PIC X(132).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 End-Of-File     Value "Y".

         01 Parm-Karte         PIC X(80)  Value Spaces.
         01 Ceiling-Sekunden   PIC 9(11)  Value Zero.
         01 Horizont-Monate    PIC 9(2)   Value 12.
         01 Top-N-Limit        PIC 9(2)   Value 20.

         01 Gelesen            PIC 9(7)   Value Zero.
         01 Uebergangen        PIC 9(7)   Value Zero.

      *    HM-Datum taken apart for the month arithmetic - the same
      *    year*12+month count GPCPUHSM ages on.
         01 Datum-Zerlegt.
           05 DZ-Jahr          PIC 9(4).
           05 DZ-Monat         PIC 9(2).
           05 DZ-Tag           PIC X(2).
         01 Monat-Nummer       PIC 9(7)   Value Zero.
         01 Erst-Monat         PIC 9(7)   Value 9999999.
         01 Letzt-Monat        PIC 9(7)   Value Zero.
         01 Anz-Monate         PIC 9(3)   Value Zero.
         01 Monat-X            PIC 9(3)   Value Zero.
         01 Mindest-Monate     PIC 9(3)   Value 3.

         01 Anzeige-Monat.
           05 AM-Jahr          PIC 9(4).
           05 AM-Monat         PIC 9(2).

      *    Usage per calendar month on file, in CPU seconds - row 1
      *    is the first month of the window.
         01 Month-Table-Max    PIC 9(3)  Value 120.
         01 Month-Table.
           05 Month-Entry OCCURS 120 TIMES INDEXED BY Mon-IX.
              10 MT-Batch         PIC 9(11)V99.
              10 MT-CICS          PIC 9(11)V99.
              10 MT-Total         PIC 9(11)V99.

         01 CPU-Sekunden       PIC 9(9)V99  Value Zero.

      *    The fitted line per environment - 1 BATCH, 2 CICS, 3 the
      *    two together.
         01 Umg-Trend.
           05 Umg-Entry OCCURS 3 TIMES INDEXED BY Umg-IX.
              10 UT-Summe-Y       PIC 9(13)V99.
              10 UT-Summe-XY      PIC 9(15)V99.
              10 UT-Steigung      PIC S9(11)V9(4).
              10 UT-Achse         PIC S9(13)V9(4).
              10 UT-Prognose      PIC S9(13)V99.

      *    One row per jobname and environment on the master.
         01 Job-Table-Max      PIC 9(4)  Value 2000.
         01 Job-Table.
           05 Job-Entry OCCURS 2000 TIMES INDEXED BY Job-IX.
              10 FJ-Jobname       PIC X(8).
              10 FJ-Umgebung      PIC X(5).
              10 FJ-Erst-Datum    PIC X(6).
              10 FJ-Letzt-Datum   PIC X(6).
              10 FJ-Summe-Y       PIC 9(11)V99.
              10 FJ-Summe-XY      PIC 9(13)V99.
              10 FJ-Steigung      PIC S9(9)V99.
              10 FJ-Mittel        PIC 9(11)V99.
              10 FJ-Prognose      PIC S9(11)V99.
              10 FJ-Wachstum      PIC S9(5)V9.
         01 Job-Count          PIC 9(4)  Value Zero.
         01 Job-Entry-Save     PIC X(96).
         01 Sort-IX            PIC 9(4)  Value Zero.

         01 Job-Table-Full-Switch PIC X(1)  Value "N".
            88 Job-Table-Full     Value "Y".

         01 Job-Found-Switch   PIC X(1)  Value "N".
            88 Job-Found       Value "Y".

      *    Least-squares terms over x = 1 .. Anz-Monate.  The x sums
      *    are the same for every line fitted, so they are worked out
      *    once.
         01 Regression-Felder.
           05 Summe-X          PIC 9(7)       Value Zero.
           05 Summe-XX         PIC 9(9)       Value Zero.
           05 Nenner           PIC 9(11)      Value Zero.
           05 Steigung         PIC S9(11)V9(4) Value Zero.
           05 Achse            PIC S9(13)V9(4) Value Zero.
           05 Prognose         PIC S9(13)V99  Value Zero.

         01 Horizont-IX        PIC 9(2)   Value Zero.
         01 Ceiling-Monat      PIC X(6)   Value Spaces.
         01 Ceiling-Pct        PIC 9(5)V9 Value Zero.
         01 Print-Count        PIC 9(4)   Value Zero.

         01 Heading-Line-1.
           05 Filler PIC X(44)
                Value "GPCPUFCS - CPU CAPACITY FORECAST    MONTHS ".
           05 HL-From            PIC X(6).
           05 Filler             PIC X(4)  Value " TO ".
           05 HL-To              PIC X(6).
           05 Filler             PIC X(13) Value "   PROJECTED ".
           05 HL-Horizont        PIC Z9.
           05 Filler             PIC X(7)  Value " MONTHS".

         01 Ceiling-Heading.
           05 Filler             PIC X(36)
                Value "CAPACITY CEILING CPU-SEC PER MONTH :".
           05 CH-Ceiling         PIC Z(10)9.

         01 Env-Heading-1.
           05 Filler PIC X(35)
                Value "MONTHLY CPU SECONDS BY ENVIRONMENT ".
           05 Filler PIC X(22) Value "- ACTUAL AND PROJECTED".
         01 Env-Heading-2.
           05 Filler             PIC X(8)  Value "MONTH".
           05 Filler             PIC X(9)  Value "TYPE".
           05 Filler             PIC X(16) Value "           BATCH".
           05 Filler             PIC X(17) Value "             CICS".
           05 Filler             PIC X(17) Value "            TOTAL".
           05 Filler             PIC X(9)  Value " CEIL-PCT".

         01 Env-Line.
           05 EL-Monat           PIC X(6).
           05 Filler             PIC X(2)  Value Spaces.
           05 EL-Art             PIC X(9).
           05 EL-Batch           PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 EL-CICS            PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 EL-Total           PIC Z(12)9,99.
           05 Filler             PIC X(2)  Value Spaces.
           05 EL-Pct             PIC ZZZZ9,9.
           05 Filler             PIC X(2)  Value Spaces.
           05 EL-Flag            PIC X(16) Value Spaces.

         01 Slope-Line.
           05 Filler             PIC X(17) Value "TREND PER MONTH".
           05 SL-Batch           PIC -(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 SL-CICS            PIC -(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 SL-Total           PIC -(12)9,99.

         01 Crossing-Line.
           05 Filler             PIC X(40)
                Value "PROJECTED TOTAL CROSSES THE CEILING IN  ".
           05 CL-Monat           PIC X(6).
         01 No-Crossing-Line.
           05 Filler             PIC X(46)
                Value "PROJECTED TOTAL STAYS UNDER THE CEILING FOR   ".
           05 NC-Horizont        PIC Z9.
           05 Filler             PIC X(7)  Value " MONTHS".
         01 Already-Over-Line    PIC X(52) Value
              "LAST MONTH ON FILE IS ALREADY OVER THE CEILING".
         01 No-Ceiling-Line      PIC X(40) Value
              "NO CAPACITY CEILING ON THE PARM CARD".
         01 Too-Few-Line.
           05 Filler             PIC X(44)
                Value "TOO FEW MONTHS ON THE MASTER FOR A TREND -  ".
           05 TF-Monate          PIC ZZ9.
           05 Filler             PIC X(11) Value " ON FILE, ".
           05 TF-Mindest         PIC ZZ9.
           05 Filler             PIC X(7)  Value " NEEDED".

         01 Job-Heading-1
              PIC X(48) Value
              "FASTEST-GROWING JOBS - CPU SECONDS PER MONTH".
         01 Job-Heading-2.
           05 Filler             PIC X(9)  Value "JOBNAME".
           05 Filler             PIC X(7)  Value "ENV".
           05 Filler             PIC X(7)  Value "FIRST".
           05 Filler             PIC X(7)  Value "LAST".
           05 Filler             PIC X(16) Value "       AVG-MONTH".
           05 Filler             PIC X(15) Value "   GROWTH/MONTH".
           05 Filler             PIC X(10) Value "   PCT/MON".
           05 Filler             PIC X(17) Value "       AT HORIZON".

         01 Job-Line.
           05 JL-Jobname         PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 JL-Umgebung        PIC X(5).
           05 Filler             PIC X(2)  Value Spaces.
           05 JL-Erst            PIC X(6).
           05 Filler             PIC X(1)  Value Spaces.
           05 JL-Letzt           PIC X(6).
           05 Filler             PIC X(1)  Value Spaces.
           05 JL-Mittel          PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 JL-Steigung        PIC -(10)9,99.
           05 Filler             PIC X(2)  Value Spaces.
           05 JL-Wachstum        PIC -(5)9,9.
           05 Filler             PIC X(1)  Value Spaces.
           05 JL-Prognose        PIC Z(12)9,99.

         01 No-Growth-Line       PIC X(40) Value
              "NO JOB SHOWS A GROWING TREND".

         01 Count-Line.
           05 Filler             PIC X(18) Value "RECORDS READ   : ".
           05 CT-Gelesen         PIC ZZZZZZ9.
           05 Filler             PIC X(18) Value "   SKIPPED     : ".
           05 CT-Uebergangen     PIC ZZZZZZ9.
           05 Filler             PIC X(18) Value "   JOB/ENV ROWS: ".
           05 CT-Jobs            PIC ZZZ9.


       Procedure Division.
       Main section.
           perform Read-Parm-Karte.
           perform Find-Month-Range.
           open output FcsRpt.
           if Letzt-Monat = 0
              or Letzt-Monat - Erst-Monat + 1 < Mindest-Monate
              perform Print-Too-Few
              close FcsRpt
              move 4 to Return-Code
              stop run
           end-if.
           perform Load-Months.
           perform Compute-X-Sums.
           perform Compute-Env-Trend.
           perform Print-Env-Section.
           perform Compute-Job-Trends.
           perform Sort-Job-Table-Descending.
           perform Print-Job-Section.
           perform Print-Counts.
           close FcsRpt.
           stop run.


       Read-Parm-Karte Section.
      *    Anything unusable on the card falls back to the default -
      *    no ceiling, twelve months, twenty jobs.
           accept Parm-Karte.
           if Parm-Karte (1:11) is numeric
              move Parm-Karte (1:11) to Ceiling-Sekunden
           end-if.
           if Parm-Karte (13:2) is numeric
                 and Parm-Karte (13:2) not < "06"
                 and Parm-Karte (13:2) not > "12"
              move Parm-Karte (13:2) to Horizont-Monate
           end-if.
           if Parm-Karte (16:2) is numeric
                 and Parm-Karte (16:2) not = "00"
              move Parm-Karte (16:2) to Top-N-Limit
           end-if.


       Find-Month-Range Section.
      *    First pass - the earliest and latest month on the master
      *    fix the x axis before anything is accumulated on it.
           open input HistMast.
           move "N" to Eof-Switch.
           perform Read-HistMast.
           perform until End-Of-File
              perform Take-Month
              if Monat-Nummer > 0
                 if Monat-Nummer < Erst-Monat
                    move Monat-Nummer to Erst-Monat
                 end-if
                 if Monat-Nummer > Letzt-Monat
                    move Monat-Nummer to Letzt-Monat
                 end-if
              end-if
              perform Read-HistMast
           end-perform.
           close HistMast.
      *    Ten years is as far back as the window reaches - older
      *    monthly rows are left out of the fit.
           if Letzt-Monat > 0
                 and Letzt-Monat - Erst-Monat + 1 > Month-Table-Max
              compute Erst-Monat = Letzt-Monat - Month-Table-Max + 1
           end-if.
           if Letzt-Monat > 0
              compute Anz-Monate = Letzt-Monat - Erst-Monat + 1
           end-if.


       Load-Months Section.
      *    Second pass - every usable row booked to its month and to
      *    its job/environment line.
           perform varying Mon-IX from 1 by 1
                 until Mon-IX > Anz-Monate
              move 0 to MT-Batch(Mon-IX) MT-CICS(Mon-IX)
                        MT-Total(Mon-IX)
           end-perform.
           open input HistMast.
           move "N" to Eof-Switch.
           move 0 to Gelesen.
           perform Read-HistMast.
           perform until End-Of-File
              add 1 to Gelesen
              perform Take-Month
              if Monat-Nummer < Erst-Monat
                 add 1 to Uebergangen
              else
                 compute Monat-X = Monat-Nummer - Erst-Monat + 1
                 compute CPU-Sekunden rounded = HM-CPU / 1000000
                 perform Accumulate-Month
                 perform Accumulate-Job
              end-if
              perform Read-HistMast
           end-perform.
           close HistMast.


       Read-HistMast Section.
           read HistMast
              at end set End-Of-File to true
           end-read.


       Take-Month Section.
      *    Daily rows and the "JJJJMM00" monthly rows alike belong to
      *    the month in the first six positions.  A date that is not
      *    a date gives month zero and is passed over.
           move HM-Datum to Datum-Zerlegt.
           if DZ-Jahr is numeric and DZ-Monat is numeric
                 and DZ-Monat > 0 and DZ-Monat < 13
              compute Monat-Nummer = DZ-Jahr * 12 + DZ-Monat - 1
           else
              move 0 to Monat-Nummer
           end-if.


       Accumulate-Month Section.
           set Mon-IX to Monat-X.
           evaluate HM-Umgebung
              when "BATCH"
                 add CPU-Sekunden to MT-Batch(Mon-IX)
              when "CICS"
                 add CPU-Sekunden to MT-CICS(Mon-IX)
           end-evaluate.
           add CPU-Sekunden to MT-Total(Mon-IX).


       Accumulate-Job Section.
           move "N" to Job-Found-Switch.
           set Job-IX to 1.
           perform until Job-IX > Job-Count or Job-Found
              if FJ-Jobname(Job-IX) = HM-Jobname
                    and FJ-Umgebung(Job-IX) = HM-Umgebung
                 set Job-Found to true
              else
                 set Job-IX up by 1
              end-if
           end-perform.
           if not Job-Found
              if Job-Count >= Job-Table-Max
      *          Job-Table is full of distinct job/environment lines
      *          already - further new ones are dropped from the
      *          ranking.  The environment trend above still counts
      *          their usage.
                 if not Job-Table-Full
                    display "GPCPUFCS JOB TABLE FULL - SOME JOBS OMI"
                        "TTED FROM RANKING" upon console
                 end-if
                 move "Y" to Job-Table-Full-Switch
              else
                 add 1 to Job-Count
                 set Job-IX to Job-Count
                 move HM-Jobname to FJ-Jobname(Job-IX)
                 move HM-Umgebung to FJ-Umgebung(Job-IX)
                 move HM-Datum (1:6) to FJ-Erst-Datum(Job-IX)
                 move HM-Datum (1:6) to FJ-Letzt-Datum(Job-IX)
                 move 0 to FJ-Summe-Y(Job-IX) FJ-Summe-XY(Job-IX)
                           FJ-Steigung(Job-IX) FJ-Mittel(Job-IX)
                           FJ-Prognose(Job-IX) FJ-Wachstum(Job-IX)
                 set Job-Found to true
              end-if
           end-if.
           if Job-Found
              if HM-Datum (1:6) < FJ-Erst-Datum(Job-IX)
                 move HM-Datum (1:6) to FJ-Erst-Datum(Job-IX)
              end-if
              if HM-Datum (1:6) > FJ-Letzt-Datum(Job-IX)
                 move HM-Datum (1:6) to FJ-Letzt-Datum(Job-IX)
              end-if
              add CPU-Sekunden to FJ-Summe-Y(Job-IX)
              compute FJ-Summe-XY(Job-IX) =
                    FJ-Summe-XY(Job-IX) + CPU-Sekunden * Monat-X
           end-if.


       Compute-X-Sums Section.
      *    Sum of x and of x squared over 1 .. n, and the common
      *    denominator n*Sxx - Sx*Sx of every slope.
           compute Summe-X = Anz-Monate * (Anz-Monate + 1) / 2.
           compute Summe-XX = Anz-Monate * (Anz-Monate + 1)
                 * (2 * Anz-Monate + 1) / 6.
           compute Nenner = Anz-Monate * Summe-XX - Summe-X * Summe-X.


       Compute-Env-Trend Section.
           perform varying Umg-IX from 1 by 1 until Umg-IX > 3
              move 0 to UT-Summe-Y(Umg-IX) UT-Summe-XY(Umg-IX)
           end-perform.
           perform varying Mon-IX from 1 by 1
                 until Mon-IX > Anz-Monate
              set Monat-X to Mon-IX
              add MT-Batch(Mon-IX) to UT-Summe-Y(1)
              add MT-CICS(Mon-IX)  to UT-Summe-Y(2)
              add MT-Total(Mon-IX) to UT-Summe-Y(3)
              compute UT-Summe-XY(1) =
                    UT-Summe-XY(1) + MT-Batch(Mon-IX) * Monat-X
              compute UT-Summe-XY(2) =
                    UT-Summe-XY(2) + MT-CICS(Mon-IX) * Monat-X
              compute UT-Summe-XY(3) =
                    UT-Summe-XY(3) + MT-Total(Mon-IX) * Monat-X
           end-perform.
           perform varying Umg-IX from 1 by 1 until Umg-IX > 3
              compute UT-Steigung(Umg-IX) rounded =
                    (Anz-Monate * UT-Summe-XY(Umg-IX)
                     - Summe-X * UT-Summe-Y(Umg-IX)) / Nenner
              compute UT-Achse(Umg-IX) rounded =
                    (UT-Summe-Y(Umg-IX)
                     - UT-Steigung(Umg-IX) * Summe-X) / Anz-Monate
           end-perform.


       Print-Env-Section Section.
           move Erst-Monat to Monat-Nummer.
           perform Format-Monat.
           move Anzeige-Monat to HL-From.
           move Letzt-Monat to Monat-Nummer.
           perform Format-Monat.
           move Anzeige-Monat to HL-To.
           move Horizont-Monate to HL-Horizont.
           move Heading-Line-1 to Print-Line.
           write Print-Line.
           if Ceiling-Sekunden > 0
              move Ceiling-Sekunden to CH-Ceiling
              move Ceiling-Heading to Print-Line
           else
              move No-Ceiling-Line to Print-Line
           end-if.
           write Print-Line.
           move spaces to Print-Line.
           write Print-Line.
           move Env-Heading-1 to Print-Line.
           write Print-Line.
           move Env-Heading-2 to Print-Line.
           write Print-Line.
      *    The months on file first, as they happened ...
           perform varying Mon-IX from 1 by 1
                 until Mon-IX > Anz-Monate
              compute Monat-Nummer = Erst-Monat + Mon-IX - 1
              perform Format-Monat
              move Anzeige-Monat to EL-Monat
              move "ACTUAL" to EL-Art
              move MT-Batch(Mon-IX) to EL-Batch
              move MT-CICS(Mon-IX) to EL-CICS
              move MT-Total(Mon-IX) to EL-Total
              move MT-Total(Mon-IX) to Prognose
              perform Format-Ceiling
              move Env-Line to Print-Line
              write Print-Line
           end-perform.
           set Mon-IX to Anz-Monate.
           if Ceiling-Sekunden > 0
                 and MT-Total(Mon-IX) > Ceiling-Sekunden
              move "NOW" to Ceiling-Monat
           end-if.
      *    ... then the fitted lines carried forward.  A line that
      *    runs below zero is shown as zero - usage does not go
      *    negative.
           perform varying Horizont-IX from 1 by 1
                 until Horizont-IX > Horizont-Monate
              compute Monat-Nummer = Letzt-Monat + Horizont-IX
              perform Format-Monat
              move Anzeige-Monat to EL-Monat
              move "PROJECTED" to EL-Art
              compute Monat-X = Anz-Monate + Horizont-IX
              perform varying Umg-IX from 1 by 1 until Umg-IX > 3
                 compute UT-Prognose(Umg-IX) rounded =
                       UT-Achse(Umg-IX) + UT-Steigung(Umg-IX) * Monat-X
                 if UT-Prognose(Umg-IX) < 0
                    move 0 to UT-Prognose(Umg-IX)
                 end-if
              end-perform
              move UT-Prognose(1) to EL-Batch
              move UT-Prognose(2) to EL-CICS
              move UT-Prognose(3) to EL-Total
              move UT-Prognose(3) to Prognose
              perform Format-Ceiling
              if Ceiling-Sekunden > 0
                    and Prognose > Ceiling-Sekunden
                    and Ceiling-Monat = spaces
                 move Anzeige-Monat to Ceiling-Monat
              end-if
              move Env-Line to Print-Line
              write Print-Line
           end-perform.
           move UT-Steigung(1) to SL-Batch.
           move UT-Steigung(2) to SL-CICS.
           move UT-Steigung(3) to SL-Total.
           move Slope-Line to Print-Line.
           write Print-Line.
           move spaces to Print-Line.
           write Print-Line.
           if Ceiling-Sekunden > 0
              evaluate Ceiling-Monat
                 when spaces
                    move Horizont-Monate to NC-Horizont
                    move No-Crossing-Line to Print-Line
                 when "NOW"
                    move Already-Over-Line to Print-Line
                 when other
                    move Ceiling-Monat to CL-Monat
                    move Crossing-Line to Print-Line
              end-evaluate
              write Print-Line
           end-if.


       Format-Ceiling Section.
      *    Prognose holds the month's total - its share of the
      *    ceiling, and the flag once it is over.
           move spaces to EL-Flag.
           if Ceiling-Sekunden > 0
              compute Ceiling-Pct rounded =
                    Prognose * 100 / Ceiling-Sekunden
              move Ceiling-Pct to EL-Pct
              if Prognose > Ceiling-Sekunden
                 move "*** OVER CEILING" to EL-Flag
              end-if
           else
              move 0 to EL-Pct
           end-if.


       Format-Monat Section.
      *    Month count back to YYYYMM, as GPCPUHSM does for its
      *    horizon.
           compute AM-Jahr = Monat-Nummer / 12.
           compute AM-Monat = function mod (Monat-Nummer 12) + 1.


       Compute-Job-Trends Section.
      *    Slope and intercept per job line, the projection at the
      *    end of the horizon, and the growth as a percentage of the
      *    job's average month.
           compute Monat-X = Anz-Monate + Horizont-Monate.
           perform varying Job-IX from 1 by 1 until Job-IX > Job-Count
              compute Steigung rounded =
                    (Anz-Monate * FJ-Summe-XY(Job-IX)
                     - Summe-X * FJ-Summe-Y(Job-IX)) / Nenner
              compute Achse rounded =
                    (FJ-Summe-Y(Job-IX) - Steigung * Summe-X)
                    / Anz-Monate
              compute Prognose rounded = Achse + Steigung * Monat-X
              if Prognose < 0
                 move 0 to Prognose
              end-if
              compute FJ-Steigung(Job-IX) rounded = Steigung
              move Prognose to FJ-Prognose(Job-IX)
              compute FJ-Mittel(Job-IX) rounded =
                    FJ-Summe-Y(Job-IX) / Anz-Monate
              if FJ-Mittel(Job-IX) > 0
                 compute FJ-Wachstum(Job-IX) rounded =
                       FJ-Steigung(Job-IX) * 100 / FJ-Mittel(Job-IX)
                    on size error move 99999,9 to FJ-Wachstum(Job-IX)
                 end-compute
              end-if
           end-perform.


       Sort-Job-Table-Descending Section.
           perform varying Job-IX from 1 by 1 until Job-IX > Job-Count
              perform varying Sort-IX from 1 by 1
                    until Sort-IX > Job-Count - Job-IX
                 if FJ-Steigung(Sort-IX) < FJ-Steigung(Sort-IX + 1)
                    move Job-Entry(Sort-IX) to Job-Entry-Save
                    move Job-Entry(Sort-IX + 1) to Job-Entry(Sort-IX)
                    move Job-Entry-Save to Job-Entry(Sort-IX + 1)
                 end-if
              end-perform
           end-perform.


       Print-Job-Section Section.
      *    Only lines that are actually growing are listed - a job
      *    on its way down is no capacity question.
           move spaces to Print-Line.
           write Print-Line.
           move Job-Heading-1 to Print-Line.
           write Print-Line.
           move Job-Heading-2 to Print-Line.
           write Print-Line.
           move 0 to Print-Count.
           perform varying Job-IX from 1 by 1
                 until Job-IX > Job-Count
                 or Print-Count >= Top-N-Limit
                 or FJ-Steigung(Job-IX) not > 0
              move FJ-Jobname(Job-IX)     to JL-Jobname
              move FJ-Umgebung(Job-IX)    to JL-Umgebung
              move FJ-Erst-Datum(Job-IX)  to JL-Erst
              move FJ-Letzt-Datum(Job-IX) to JL-Letzt
              move FJ-Mittel(Job-IX)      to JL-Mittel
              move FJ-Steigung(Job-IX)    to JL-Steigung
              move FJ-Wachstum(Job-IX)    to JL-Wachstum
              move FJ-Prognose(Job-IX)    to JL-Prognose
              move Job-Line to Print-Line
              write Print-Line
              add 1 to Print-Count
           end-perform.
           if Print-Count = 0
              move No-Growth-Line to Print-Line
              write Print-Line
           end-if.


       Print-Counts Section.
           move Gelesen to CT-Gelesen.
           move Uebergangen to CT-Uebergangen.
           move Job-Count to CT-Jobs.
           move spaces to Print-Line.
           write Print-Line.
           move Count-Line to Print-Line.
           write Print-Line.


       Print-Too-Few Section.
           if Letzt-Monat > 0
              compute Anz-Monate = Letzt-Monat - Erst-Monat + 1
           end-if.
           move Anz-Monate to TF-Monate.
           move Mindest-Monate to TF-Mindest.
           move Too-Few-Line to Print-Line.
           write Print-Line.
           display "GPCPUFCS TOO FEW MONTHS ON HISTMAST FOR A TREND"
               upon console.
