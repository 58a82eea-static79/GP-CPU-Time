      *    record's Laufdatum and for a tariff zone (PEAK, OFF or     *
      *    ALL) matched against its Start-Zeit stamp - and prints     *
      *    one invoice page per cost center plus a posting            *
      *    interface file for the general ledger, and the invoice     *
      *    amounts once more as fixed records on InvLine for the      *
      *    warehouse export (GPCPUXPT).  A late rebilling             *
      *    of March prices March's usage at March's rates.            *
      *                                                                *
      *    Jobnames with no row on the ownership file are not billed   *
      *    revenue survives the GDG generations that first carried    *
      *    it.                                                        *
      *                                                                *
      *    Agreed credits and rebills come in on the Adjust file, one  *
      *    row each, with the approver and ticket behind them.  A row *
      *    is applied only when it names an approver and its jobname  *
      *    has usage in its period on this run's input, owned by the  *
      *    cost center it names; applied rows print on that cost     *
      *    center's invoice and post to GLPost flagged "A".  Every    *
      *    row read, applied or rejected, is listed on the AdjReg     *
      *    register for audit.                                        *
      *                                                                *
      *    Simulation mode - a SYSIN card reading SIMULATE - prices   *
      *    the same generations twice, under the current RateCard    *
      *    and under a proposed one on PropRate, and prints a side-   *
      *    by-side comparison per cost center and per environment,    *
      *    time type and tariff zone instead of the invoices.         *
      *    GLPost, InvLine and SuspOut are not even opened in this    *
      *    mode, so the comparison can run any day without touching   *
      *    a posting or the suspense carry-forward.                   *
      *                                                                *
      *    Input is the edited extract GPCPUEDT writes (EditData)     *
      *    - validated, fixed layout, rejects already sifted out      *
      *    - so this program no longer parses raw records itself.     *
           Select RateCard assign to RateCard.
           Select InvRpt   assign to InvRpt.
           Select GLPost   assign to GLPost.
      *    Every amount on the invoice pages once more, one fixed
      *    record each, for the warehouse export GPCPUXPT.
           Select InvLine  assign to InvLine.
      *    The suspense carry-forward - written at the end of every
      *    run, reloaded at the start of the next.  OPTIONAL: the
      *    first run ever has nothing to carry.
           Select Optional SuspIn assign to SuspIn.
           Select SuspOut  assign to SuspOut.
      *    Billing adjustments, and the audit register of every row.
      *    OPTIONAL: most months carry no adjustments at all.
           Select Optional Adjust assign to Adjust.
           Select AdjReg   assign to AdjReg.
      *    The proposed rate card for a simulation run - same layout
      *    as RateCard.  OPTIONAL: a billing run never reads it.
           Select Optional PropRate assign to PropRate.

       Data Division.
       File Section.
           05 GL-Umgebung      PIC X(5).
           05 GL-Zeitart       PIC X(3).
      *    "C" current period, "P" prior-period suspense cleared
      *    retroactively, "A" an approved adjustment - the ledger
      *    side books those separately.  An "A" posting carries CRD
      *    (credit) or DEB (debit) in GL-Zeitart; the amount stays
      *    unsigned like every other posting.
           05 GL-Art           PIC X(1).
           05 GL-Betrag        PIC 9(11)V99.

      *    One record per amount the invoice pages show - the same
      *    grain and flags as GLPost, plus the count and seconds
      *    behind the amount, the jobname and period of a prior-
      *    period line and the ticket of an adjustment.  Amounts are
      *    unsigned with CRD/DEB in IV-Zeitart, as on GLPost.
       FD  InvLine
           Record 90 recording mode is f label record omitted.
         01 Inv-Line-Record.
           05 IV-Kostenstelle  PIC X(6).
           05 IV-Periode       PIC X(6).
           05 IV-Art           PIC X(1).
           05 IV-Umgebung      PIC X(5).
           05 IV-Zeitart       PIC X(3).
           05 IV-Jobname       PIC X(8).
           05 IV-Bezug-Periode PIC X(6).
           05 IV-Count         PIC 9(7).
           05 IV-Mikro         PIC 9(15).
           05 IV-Betrag        PIC 9(11)V99.
           05 IV-Ticket        PIC X(12).
           05 Filler           PIC X(8).

       FD  SuspIn
           Record 56 recording mode is f label record omitted.
         01 SuspIn-Record.
           05 SO-SRB           PIC 9(15).
           05 SO-Erst-Periode  PIC X(6).

      *    One credit or debit per row.  Unit "B" is a currency amount,
      *    "S" CPU seconds priced at the rate the job actually paid
      *    for that period.  Direction "C" credits the cost center,
      *    "D" debits it.
       FD  Adjust
           Record 60 recording mode is f label record omitted.
         01 Adjust-Record.
           05 AJ-Kostenstelle  PIC X(6).
           05 AJ-Jobname       PIC X(8).
           05 AJ-Periode       PIC X(6).
           05 AJ-Richtung      PIC X(1).
           05 AJ-Einheit       PIC X(1).
           05 AJ-Wert          PIC 9(11)V99.
           05 AJ-Grund         PIC X(4).
           05 AJ-Genehmiger    PIC X(8).
           05 AJ-Ticket        PIC X(12).
           05 Filler           PIC X(1).

       FD  AdjReg
           Record 132 recording mode is f label record omitted.
         01 Reg-Line          PIC X(132).

       FD  PropRate
           Record 37 recording mode is f label record omitted.
         01 Prop-Rate-Record.
           05 PR-Umgebung      PIC X(5).
           05 PR-Zeitart       PIC X(3).
           05 PR-Von-Datum     PIC X(8).
           05 PR-Bis-Datum     PIC X(8).
           05 PR-Tarifzone     PIC X(4).
           05 PR-Rate          PIC 9(5)V9(4).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 Owners-Eof      Value "Y".
         01 Eof-Rates          PIC X(1)  Value "N".
            88 Rates-Eof       Value "Y".
         01 Eof-PropRate       PIC X(1)  Value "N".
            88 PropRate-Eof    Value "Y".
         01 Eof-Adjust         PIC X(1)  Value "N".
            88 Adjust-Eof      Value "Y".

         01 Parm-Karte         PIC X(80)  Value Spaces.
         01 Lauf-Modus         PIC X(8)   Value Spaces.
            88 Simulation      Value "SIMULATE".

         01 Parsed-Felder.
           05 P-Jobname        PIC X(8).
         01 Unpriced-Warn-Switch PIC X(1) Value "N".
            88 Unpriced-Warned  Value "Y".

      *    The proposed card for a simulation run.  Its rows are
      *    matched on environment, time type and zone only - the
      *    question is what the new rates would have done to usage
      *    that has already run, so the effective dates accounting
      *    put on the proposal are not held against the Laufdatum.
         01 Prop-Rate-Table.
           05 Prop-Rate-Entry OCCURS 100 TIMES INDEXED BY Prop-IX.
              10 PT-Umgebung      PIC X(5).
              10 PT-Zeitart       PIC X(3).
              10 PT-Tarifzone     PIC X(4).
              10 PT-Rate          PIC 9(5)V9(4).
         01 Prop-Rate-Count    PIC 9(4)  Value Zero.

         01 Prop-Rate-Full-Switch PIC X(1)  Value "N".
            88 Prop-Rate-Full     Value "Y".

         01 Prop-Preis-Felder.
           05 Prop-Preis       PIC 9(5)V9(4)  Value Zero.
           05 Prop-Satz-CPU    PIC 9(11)V99   Value Zero.
           05 Prop-Satz-SRB    PIC 9(11)V99   Value Zero.

         01 Prop-Unpriced-Count PIC 9(7) Value Zero.
         01 Prop-Unpriced-Warn-Switch PIC X(1) Value "N".
            88 Prop-Unpriced-Warned Value "Y".

         01 Eof-SuspIn         PIC X(1)  Value "N".
            88 SuspIn-Eof      Value "Y".

              10 VT-Jobname        PIC X(8).
              10 VT-Umgebung       PIC X(5).
              10 VT-Erst-Periode   PIC X(6).
              10 VT-Count          PIC 9(7).
              10 VT-CPU            PIC 9(15).
              10 VT-SRB            PIC 9(15).
              10 VT-Betrag-CPU     PIC 9(11)V99.
              10 VT-Betrag-SRB     PIC 9(11)V99.
         01 Vortrag-Count      PIC 9(4)  Value Zero.
         01 KoSt-Table-Full-Switch PIC X(1)  Value "N".
            88 KoSt-Table-Full     Value "Y".

      *    The simulation comparison, one row per cost center in
      *    step with KoSt-Table.  The eight cells are environment x
      *    time type x zone in report order - BATCH CPU PEAK, BATCH
      *    CPU OFF, BATCH SRB PEAK ... CICS SRB OFF - each holding
      *    the microseconds and the amount under both cards.
         01 Sim-Table.
           05 Sim-Entry OCCURS 200 TIMES.
              10 SM-Zelle OCCURS 8 TIMES.
                 15 SM-Mikro       PIC 9(15).
                 15 SM-Alt         PIC 9(11)V99.
                 15 SM-Neu         PIC 9(11)V99.
              10 SM-Vort-Mikro     PIC 9(15).
              10 SM-Vort-Alt       PIC 9(11)V99.
              10 SM-Vort-Neu       PIC 9(11)V99.

         01 Sim-Gesamt.
           05 SG-Zelle OCCURS 8 TIMES.
              10 SG-Mikro          PIC 9(15).
              10 SG-Alt            PIC 9(11)V99.
              10 SG-Neu            PIC 9(11)V99.
         01 Sim-Gesamt-Vortrag.
           05 SG-Vort-Mikro        PIC 9(15)     Value Zero.
           05 SG-Vort-Alt          PIC 9(11)V99  Value Zero.
           05 SG-Vort-Neu          PIC 9(11)V99  Value Zero.
         01 Sim-Suspense.
           05 SS-Mikro             PIC 9(15)     Value Zero.
           05 SS-Alt               PIC 9(11)V99  Value Zero.
           05 SS-Neu               PIC 9(11)V99  Value Zero.

         01 Zellen-Texte-Values.
           05 Filler PIC X(16) Value "BATCH  CPU  PEAK".
           05 Filler PIC X(16) Value "BATCH  CPU  OFF ".
           05 Filler PIC X(16) Value "BATCH  SRB  PEAK".
           05 Filler PIC X(16) Value "BATCH  SRB  OFF ".
           05 Filler PIC X(16) Value "CICS   CPU  PEAK".
           05 Filler PIC X(16) Value "CICS   CPU  OFF ".
           05 Filler PIC X(16) Value "CICS   SRB  PEAK".
           05 Filler PIC X(16) Value "CICS   SRB  OFF ".
         01 Zellen-Texte Redefines Zellen-Texte-Values.
           05 Zellen-Text OCCURS 8 TIMES PIC X(16).

         01 Zelle-Felder.
           05 Zelle-Nr         PIC 9(1)  Value Zero.
           05 Zelle-Basis      PIC 9(1)  Value Zero.

      *    One comparison line's figures - loaded by the caller,
      *    differenced and edited by Print-Vergleich-Line.
         01 Vergleich-Werte.
           05 VW-Text          PIC X(16)      Value Spaces.
           05 VW-Mikro         PIC 9(15)      Value Zero.
           05 VW-Alt           PIC 9(11)V99   Value Zero.
           05 VW-Neu           PIC 9(11)V99   Value Zero.
           05 VW-Diff          PIC S9(11)V99  Value Zero.
           05 VW-Pct           PIC S9(5)V9    Value Zero.
         01 Summe-Werte.
           05 SW-Mikro         PIC 9(15)      Value Zero.
           05 SW-Alt           PIC 9(11)V99   Value Zero.
           05 SW-Neu           PIC 9(11)V99   Value Zero.

         01 KoSt-Found-Switch  PIC X(1)  Value "N".
            88 KoSt-Found      Value "Y".

         01 Susp-Found-Switch  PIC X(1)  Value "N".
            88 Susp-Found      Value "Y".

      *    Usage per jobname and billing period - what an adjustment
      *    row is checked against, and, for one given in CPU seconds,
      *    the rate the job actually paid that period.
         01 Nutz-Table-Max     PIC 9(4)  Value 2000.
         01 Nutz-Table.
           05 Nutz-Entry OCCURS 2000 TIMES INDEXED BY Nutz-IX.
              10 NT-Jobname        PIC X(8).
              10 NT-Periode        PIC X(6).
              10 NT-Umgebung       PIC X(5).
              10 NT-Mikro          PIC 9(15).
              10 NT-Betrag         PIC 9(11)V99.
         01 Nutz-Count         PIC 9(4)  Value Zero.

         01 Nutz-Table-Full-Switch PIC X(1)  Value "N".
            88 Nutz-Table-Full     Value "Y".

         01 Nutz-Found-Switch  PIC X(1)  Value "N".
            88 Nutz-Found      Value "Y".
         01 Nutz-Job-Switch    PIC X(1)  Value "N".
            88 Nutz-Job-Found  Value "Y".

      *    Adjustments that passed every check, for the invoice pages
      *    and the ledger.
         01 Adj-Table-Max      PIC 9(4)  Value 200.
         01 Adj-Table.
           05 Adj-Entry OCCURS 200 TIMES INDEXED BY Adj-IX.
              10 AT-Kostenstelle   PIC X(6).
              10 AT-Jobname        PIC X(8).
              10 AT-Periode        PIC X(6).
              10 AT-Umgebung       PIC X(5).
              10 AT-Richtung       PIC X(1).
              10 AT-Grund          PIC X(4).
              10 AT-Genehmiger     PIC X(8).
              10 AT-Ticket         PIC X(12).
              10 AT-Betrag         PIC 9(11)V99.
         01 Adj-Count          PIC 9(4)  Value Zero.

         01 Adj-Felder.
           05 Adj-Gelesen      PIC 9(5)       Value Zero.
           05 Adj-Abgelehnt    PIC 9(5)       Value Zero.
           05 Adj-Betrag       PIC 9(11)V99   Value Zero.
           05 Adj-Gutschrift   PIC 9(11)V99   Value Zero.
           05 Adj-Belastung    PIC 9(11)V99   Value Zero.
           05 Adj-Grund-Text   PIC X(29)      Value Spaces.
           05 Adj-Umgebung     PIC X(5)       Value Spaces.

         01 Betrag-Felder.
           05 Betrag-Batch-CPU PIC 9(11)V99  Value Zero.
           05 Betrag-Batch-SRB PIC 9(11)V99  Value Zero.
           05 Betrag-CICS-CPU  PIC 9(11)V99  Value Zero.
           05 Betrag-CICS-SRB  PIC 9(11)V99  Value Zero.
      *    Signed - a credit adjustment can outweigh the usage.
           05 Betrag-Summe     PIC S9(11)V99 Value Zero.
           05 Betrag-Susp      PIC 9(11)V99  Value Zero.
           05 Betrag-Susp-Summe PIC 9(11)V99 Value Zero.

           05 Filler             PIC X(2)  Value Spaces.
           05 VL-Betrag          PIC Z(10)9,99.

         01 Adjust-Line.
           05 Filler             PIC X(2)  Value Spaces.
           05 AL-Jobname         PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 Filler             PIC X(4)  Value "ADJ ".
           05 AL-Periode         PIC X(6).
           05 Filler             PIC X(1)  Value Spaces.
           05 AL-Grund           PIC X(4).
           05 Filler             PIC X(1)  Value Spaces.
           05 AL-Ticket          PIC X(12).
           05 Filler             PIC X(1)  Value Spaces.
           05 AL-Betrag          PIC -(11)9,99.
           05 Filler             PIC X(14)
                Value "  APPROVED BY ".
           05 AL-Genehmiger      PIC X(8).

         01 Total-Line.
           05 Filler             PIC X(25)
                Value "  TOTAL THIS COST CENTER".
           05 Filler             PIC X(15) Value Spaces.
           05 TL-Betrag          PIC -(11)9,99.

         01 Reg-Heading-1.
           05 Filler PIC X(40)
                Value "GPCPUCHG - BILLING ADJUSTMENTS REGISTER ".
           05 Filler PIC X(8)  Value "PERIOD  ".
           05 RH-Periode         PIC X(6).
           05 Filler PIC X(10) Value "  RUN DATE".
           05 Filler PIC X(1)  Value Spaces.
           05 RH-Datum           PIC X(8).

         01 Reg-Heading-2.
           05 Filler PIC X(32)
                Value "COST-C JOBNAME  PERIOD D U     ".
           05 Filler PIC X(17) Value "            VALUE".
           05 Filler PIC X(18) Value "            AMOUNT".
           05 Filler PIC X(36)
                Value " RSN  APPROVER TICKET       STATUS".

         01 Reg-Line-Detail.
           05 RL-Kostenstelle    PIC X(6).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Jobname         PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Periode         PIC X(6).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Richtung        PIC X(1).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Einheit         PIC X(1).
           05 Filler             PIC X(6)  Value Spaces.
           05 RL-Wert            PIC Z(13)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Betrag          PIC Z(13)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Grund           PIC X(4).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Genehmiger      PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Ticket          PIC X(12).
           05 Filler             PIC X(1)  Value Spaces.
           05 RL-Status          PIC X(29).

         01 Reg-Total-Line.
           05 Filler PIC X(11) Value "ROWS READ: ".
           05 RT-Gelesen         PIC ZZZZ9.
           05 Filler PIC X(12) Value "  APPLIED: ".
           05 RT-Angewandt       PIC ZZZZ9.
           05 Filler PIC X(13) Value "  REJECTED: ".
           05 RT-Abgelehnt       PIC ZZZZ9.
           05 Filler PIC X(12) Value "  CREDITS: ".
           05 RT-Gutschrift      PIC Z(10)9,99.
           05 Filler PIC X(11) Value "  DEBITS: ".
           05 RT-Belastung       PIC Z(10)9,99.

         01 Suspense-Heading
              PIC X(60) Value

         01 Sekunden-Anzeige    PIC 9(14)  Value Zero.

         01 Sim-Heading-Line-1.
           05 Filler PIC X(39)
                Value "GPCPUCHG - RATE CARD SIMULATION    FROM".
           05 Filler PIC X(1)  Value Spaces.
           05 SH-From PIC X(8).
           05 Filler PIC X(4)  Value "  TO".
           05 Filler PIC X(1)  Value Spaces.
           05 SH-To   PIC X(8).
           05 Filler PIC X(40)
                Value "   - COMPARISON ONLY, NOTHING POSTED".

         01 Sim-Col-Heading.
           05 Filler PIC X(18) Value "  ENV    TIME ZONE".
           05 Filler PIC X(16) Value "     CPU-SECONDS".
           05 Filler PIC X(19) Value "     CURRENT-AMOUNT".
           05 Filler PIC X(19) Value "    PROPOSED-AMOUNT".
           05 Filler PIC X(20) Value "              CHANGE".
           05 Filler PIC X(10) Value "   CHANGE%".

         01 Vergleich-Line.
           05 Filler             PIC X(2)  Value Spaces.
           05 VG-Text            PIC X(16).
           05 Filler             PIC X(2)  Value Spaces.
           05 VG-Sekunden        PIC Z(13)9.
           05 Filler             PIC X(2)  Value Spaces.
           05 VG-Alt             PIC Z(13)9,99.
           05 Filler             PIC X(2)  Value Spaces.
           05 VG-Neu             PIC Z(13)9,99.
           05 Filler             PIC X(2)  Value Spaces.
           05 VG-Diff            PIC -(13)9,99.
           05 Filler             PIC X(2)  Value Spaces.
           05 VG-Pct             PIC -(5)9,9.
           05 VG-Pct-X Redefines VG-Pct PIC X(8).

         01 Sim-Gesamt-Heading
              PIC X(60) Value
              "ALL COST CENTERS".

         01 Sim-Unpriced-Line.
           05 Filler             PIC X(36)
                Value "UNPRICED LOOKUPS - CURRENT CARD:    ".
           05 SU-Unpriced-Alt    PIC ZZZZZZ9.
           05 Filler             PIC X(20)
                Value "   PROPOSED CARD:   ".
           05 SU-Unpriced-Neu    PIC ZZZZZZ9.


       Procedure Division.
       Main section.
           move function CURRENT-DATE (1:6) to Lauf-Periode.
           accept Parm-Karte.
           move Parm-Karte (1:8) to Lauf-Modus.
           perform Open-Files.
           perform Load-Owner-Table.
           perform Load-Rate-Card.
           if Simulation
              perform Load-Prop-Rate-Card
              if Prop-Rate-Count = 0
                 display "GPCPUCHG SIMULATION WITHOUT A PROPOSED RATE"
                     " CARD - NOTHING TO COMPARE" upon console
                 perform Close-Files
                 move 8 to Return-Code
                 stop run
              end-if
           end-if.
           perform Load-Suspense-Vortrag.
           perform Read-Timedata.
           perform until End-Of-File
      *       carry-forward against the calendar period instead.
              move Lauf-Periode to Abrechnungsperiode
           end-if.
           if Simulation
              perform Print-Simulation
           else
              perform Load-Adjustments
              perform Print-Invoices
              perform Print-Suspense
              perform Write-Suspense-Vortrag
           end-if.
           perform Close-Files.
      *    The one-time warning at the first miss names the gap; the
      *    end-of-run count puts the magnitude of zero-priced usage
              display "GPCPUCHG UNPRICED RECORDS=" Unpriced-Count
                  " - RATE CARD HAS A COVERAGE GAP" upon console
           end-if.
           if Prop-Unpriced-Count > 0
              display "GPCPUCHG UNPRICED UNDER PROPOSED CARD="
                  Prop-Unpriced-Count upon console
           end-if.
           if Adj-Abgelehnt > 0
              display "GPCPUCHG ADJUSTMENTS REJECTED=" Adj-Abgelehnt
                  " - SEE ADJREG" upon console
              move 4 to Return-Code
           end-if.
           stop run.


           open input Owners
           open input RateCard
           open input SuspIn
           open output InvRpt.
      *    A simulation never opens the posting or carry-forward
      *    files - the step needs no GLPOST or SUSPOUT DD at all.
           if Simulation
              open input PropRate
           else
              open output GLPost
              open output InvLine
              open output SuspOut
              open input Adjust
              open output AdjReg
           end-if.


       Close-Files Section.
           close Owners
           close RateCard
           close SuspIn
           close InvRpt.
           if Simulation
              close PropRate
           else
              close GLPost
              close InvLine
              close SuspOut
              close Adjust
              close AdjReg
           end-if.


       Load-Owner-Table Section.
           move RC-Rate to RT-Rate(Rate-IX).


       Load-Prop-Rate-Card Section.
      *    Same row checks as the current card, dates aside.
           perform Read-PropRate.
           perform until PropRate-Eof
              if (PR-Umgebung = "BATCH" or PR-Umgebung = "CICS")
                    and (PR-Zeitart = "CPU" or PR-Zeitart = "SRB")
                    and (PR-Tarifzone = "PEAK"
                       or PR-Tarifzone = "OFF"
                       or PR-Tarifzone = "ALL")
                    and PR-Rate is numeric
                 perform Take-Prop-Rate-Row
              else
                 display "GPCPUCHG UNKNOWN PROPOSED RATE ROW IGNORED "
                     PR-Umgebung " " PR-Zeitart " " PR-Tarifzone
                     upon console
              end-if
              perform Read-PropRate
           end-perform.


       Take-Prop-Rate-Row Section.
           if Prop-Rate-Count >= Rate-Table-Max
              if not Prop-Rate-Full
                 display "GPCPUCHG PROPOSED RATE TABLE FULL - SOME R"
                     "OWS IGNORED" upon console
              end-if
              move "Y" to Prop-Rate-Full-Switch
              exit section
           end-if.
           add 1 to Prop-Rate-Count.
           set Prop-IX to Prop-Rate-Count.
           move PR-Umgebung to PT-Umgebung(Prop-IX).
           move PR-Zeitart to PT-Zeitart(Prop-IX).
           move PR-Tarifzone to PT-Tarifzone(Prop-IX).
           move PR-Rate to PT-Rate(Prop-IX).


       Read-PropRate Section.
           read PropRate
              at end set PropRate-Eof to true
           end-read.


       Load-Suspense-Vortrag Section.
      *    Runs after the owner and rate tables are up.  Each item
      *    carried from the previous run either gained an Owners row
           move SI-Jobname to VT-Jobname(Vort-IX).
           move SI-Umgebung to VT-Umgebung(Vort-IX).
           move SI-Erst-Periode to VT-Erst-Periode(Vort-IX).
           move SI-Count to VT-Count(Vort-IX).
           move SI-CPU to VT-CPU(Vort-IX).
           move SI-SRB to VT-SRB(Vort-IX).
      *    Make sure the cost center gets an invoice page even if it
      *    has no current-period usage at all this run.
           move OT-Kostenstelle(Owner-IX) to Such-Kostenstelle.
           perform Ensure-KoSt-Row.
           if Simulation and KoSt-Found
              perform Simulate-Vortrag-Row
           end-if.


       Simulate-Vortrag-Row Section.
      *    The carried lump under the proposed card - same PEAK zone
      *    and run date as the current-card price just taken.
           move "CPU" to Such-Zeitart.
           perform Lookup-Prop-Rate.
           compute Prop-Satz-CPU rounded =
                 SI-CPU * Prop-Preis / 1000000.
           move "SRB" to Such-Zeitart.
           perform Lookup-Prop-Rate.
           compute Prop-Satz-SRB rounded =
                 SI-SRB * Prop-Preis / 1000000.
           add SI-CPU SI-SRB to SM-Vort-Mikro(KoSt-IX).
           add VT-Betrag-CPU(Vort-IX) VT-Betrag-SRB(Vort-IX)
               to SM-Vort-Alt(KoSt-IX).
           add Prop-Satz-CPU Prop-Satz-SRB to SM-Vort-Neu(KoSt-IX).


       Seed-Suspense-Row Section.

       Accumulate-Usage Section.
           perform Price-Record.
           if Simulation
              perform Price-Record-Proposed
           else
              perform Accumulate-Nutzung
           end-if.
           perform Lookup-Owner.
           if Owner-Found
              perform Accumulate-Kostenstelle
           else
              perform Accumulate-Suspense
              if Simulation
                 add P-CPU-Zeit P-SRB-Zeit to SS-Mikro
                 add Betrag-Satz-CPU Betrag-Satz-SRB to SS-Alt
                 add Prop-Satz-CPU Prop-Satz-SRB to SS-Neu
              end-if
           end-if.


           end-if.


       Accumulate-Nutzung Section.
      *    Jobname and period of every billed record, with the CPU
      *    and SRB time and what it was priced at.
           move "N" to Nutz-Found-Switch.
           set Nutz-IX to 1.
           perform until Nutz-IX > Nutz-Count or Nutz-Found
              if NT-Jobname(Nutz-IX) = P-Jobname
                    and NT-Periode(Nutz-IX) = P-Laufdatum (1:6)
                 set Nutz-Found to true
              else
                 set Nutz-IX up by 1
              end-if
           end-perform.
           if not Nutz-Found
              if Nutz-Count >= Nutz-Table-Max
                 if not Nutz-Table-Full
                    display "GPCPUCHG USAGE TABLE FULL - ADJUSTMENTS "
                        "FOR LATER JOBS WILL BE REJECTED" upon console
                 end-if
                 move "Y" to Nutz-Table-Full-Switch
                 exit section
              end-if
              add 1 to Nutz-Count
              set Nutz-IX to Nutz-Count
              move P-Jobname to NT-Jobname(Nutz-IX)
              move P-Laufdatum (1:6) to NT-Periode(Nutz-IX)
              move P-Umgebung to NT-Umgebung(Nutz-IX)
              move 0 to NT-Mikro(Nutz-IX) NT-Betrag(Nutz-IX)
           end-if.
           add P-CPU-Zeit P-SRB-Zeit to NT-Mikro(Nutz-IX).
           add Betrag-Satz-CPU Betrag-Satz-SRB to NT-Betrag(Nutz-IX).


       Price-Record-Proposed Section.
      *    The same record in the same zone under the proposed card.
           move "CPU" to Such-Zeitart.
           perform Lookup-Prop-Rate.
           compute Prop-Satz-CPU rounded =
                 P-CPU-Zeit * Prop-Preis / 1000000.
           move "SRB" to Such-Zeitart.
           perform Lookup-Prop-Rate.
           compute Prop-Satz-SRB rounded =
                 P-SRB-Zeit * Prop-Preis / 1000000.


       Lookup-Prop-Rate Section.
      *    First proposed row for the environment, time type and
      *    zone - ALL matches either zone, as on the current card.
           move "N" to Rate-Hit-Switch.
           move 0 to Prop-Preis.
           set Prop-IX to 1.
           perform until Prop-IX > Prop-Rate-Count or Rate-Hit
              if PT-Umgebung(Prop-IX) = P-Umgebung
                    and PT-Zeitart(Prop-IX) = Such-Zeitart
                    and (PT-Tarifzone(Prop-IX) = "ALL"
                       or PT-Tarifzone(Prop-IX) = Satz-Zone)
                 set Rate-Hit to true
                 move PT-Rate(Prop-IX) to Prop-Preis
              else
                 set Prop-IX up by 1
              end-if
           end-perform.
           if not Rate-Hit
              add 1 to Prop-Unpriced-Count
              if not Prop-Unpriced-Warned
                 display "GPCPUCHG NO PROPOSED RATE ROW COVERS "
                     P-Umgebung " " Such-Zeitart " " Satz-Zone
                     " - PRICED AS ZERO" upon console
                 move "Y" to Prop-Unpriced-Warn-Switch
              end-if
           end-if.


       Lookup-Owner Section.
           move "N" to Owner-Found-Switch.
           set Owner-IX to 1.
                           KT-Batch-SRB-Bet(KoSt-IX)
                           KT-CICS-CPU-Bet(KoSt-IX)
                           KT-CICS-SRB-Bet(KoSt-IX)
                 perform varying Zelle-Nr from 1 by 1
                       until Zelle-Nr > 8
                    move 0 to SM-Mikro(KoSt-IX Zelle-Nr)
                              SM-Alt(KoSt-IX Zelle-Nr)
                              SM-Neu(KoSt-IX Zelle-Nr)
                 end-perform
                 move 0 to SM-Vort-Mikro(KoSt-IX)
                           SM-Vort-Alt(KoSt-IX)
                           SM-Vort-Neu(KoSt-IX)
                 set KoSt-Found to true
              end-if
           end-if.
                 add Betrag-Satz-CPU to KT-Batch-CPU-Bet(KoSt-IX)
                 add Betrag-Satz-SRB to KT-Batch-SRB-Bet(KoSt-IX)
              end-if
              if Simulation
                 perform Accumulate-Simulation
              end-if
           end-if.


       Accumulate-Simulation Section.
      *    The record's CPU cell is 1 for BATCH PEAK, one further
      *    for OFF and four further for CICS; its SRB cell sits two
      *    after the CPU cell.
           move 1 to Zelle-Basis.
           if P-Umgebung = "CICS"
              add 4 to Zelle-Basis
           end-if.
           if Satz-Zone = "OFF "
              add 1 to Zelle-Basis
           end-if.
           move Zelle-Basis to Zelle-Nr.
           add P-CPU-Zeit to SM-Mikro(KoSt-IX Zelle-Nr).
           add Betrag-Satz-CPU to SM-Alt(KoSt-IX Zelle-Nr).
           add Prop-Satz-CPU to SM-Neu(KoSt-IX Zelle-Nr).
           add 2 to Zelle-Nr.
           add P-SRB-Zeit to SM-Mikro(KoSt-IX Zelle-Nr).
           add Betrag-Satz-SRB to SM-Alt(KoSt-IX Zelle-Nr).
           add Prop-Satz-SRB to SM-Neu(KoSt-IX Zelle-Nr).


       Accumulate-Suspense Section.
                 perform Print-One-Vortrag
              end-if
           end-perform.
           perform varying Adj-IX from 1 by 1
                 until Adj-IX > Adj-Count
              if AT-Kostenstelle(Adj-IX)
                    = KT-Kostenstelle(KoSt-IX)
                 perform Print-One-Adjustment
              end-if
           end-perform.
           move Betrag-Summe to TL-Betrag.
           move Total-Line to Print-Line.
           write Print-Line.
           add Betrag-Susp to Betrag-Summe.
           move Vortrag-Line to Print-Line.
           write Print-Line.
           move spaces to Inv-Line-Record.
           move VT-Jobname(Vort-IX) to IV-Jobname.
           move VT-Erst-Periode(Vort-IX) to IV-Bezug-Periode.
           move VT-Count(Vort-IX) to IV-Count.
           move KT-Kostenstelle(KoSt-IX) to GL-Kostenstelle.
           move Abrechnungsperiode to GL-Periode.
           move VT-Umgebung(Vort-IX) to GL-Umgebung.
           move "CPU" to GL-Zeitart.
           move VT-Betrag-CPU(Vort-IX) to GL-Betrag.
           write GL-Record.
           move VT-CPU(Vort-IX) to IV-Mikro.
           perform Write-Inv-Line.
           move "SRB" to GL-Zeitart.
           move VT-Betrag-SRB(Vort-IX) to GL-Betrag.
           write GL-Record.
           move VT-SRB(Vort-IX) to IV-Mikro.
           perform Write-Inv-Line.


       Print-One-Adjustment Section.
      *    An approved credit or rebill - shown on the page with its
      *    ticket and approver, netted into the total, and posted
      *    under its own "A" flag.
           move AT-Jobname(Adj-IX) to AL-Jobname.
           move AT-Periode(Adj-IX) to AL-Periode.
           move AT-Grund(Adj-IX) to AL-Grund.
           move AT-Ticket(Adj-IX) to AL-Ticket.
           move AT-Genehmiger(Adj-IX) to AL-Genehmiger.
           move KT-Kostenstelle(KoSt-IX) to GL-Kostenstelle.
           move Abrechnungsperiode to GL-Periode.
           move AT-Umgebung(Adj-IX) to GL-Umgebung.
           move "A" to GL-Art.
           move AT-Betrag(Adj-IX) to GL-Betrag.
           if AT-Richtung(Adj-IX) = "C"
              compute AL-Betrag = 0 - AT-Betrag(Adj-IX)
              subtract AT-Betrag(Adj-IX) from Betrag-Summe
              move "CRD" to GL-Zeitart
           else
              move AT-Betrag(Adj-IX) to AL-Betrag
              add AT-Betrag(Adj-IX) to Betrag-Summe
              move "DEB" to GL-Zeitart
           end-if.
           move Adjust-Line to Print-Line.
           write Print-Line.
           write GL-Record.
           move spaces to Inv-Line-Record.
           move AT-Jobname(Adj-IX) to IV-Jobname.
           move AT-Periode(Adj-IX) to IV-Bezug-Periode.
           move 0 to IV-Count.
           move 0 to IV-Mikro.
           move AT-Ticket(Adj-IX) to IV-Ticket.
           perform Write-Inv-Line.


       Write-GL-Postings Section.
           move KT-Kostenstelle(KoSt-IX) to GL-Kostenstelle.
           move Abrechnungsperiode to GL-Periode.
           move "C" to GL-Art.
           move spaces to Inv-Line-Record.
           move "BATCH" to GL-Umgebung.
           move KT-Batch-Count(KoSt-IX) to IV-Count.
           move "CPU" to GL-Zeitart.
           move Betrag-Batch-CPU to GL-Betrag.
           write GL-Record.
           move KT-Batch-CPU(KoSt-IX) to IV-Mikro.
           perform Write-Inv-Line.
           move "SRB" to GL-Zeitart.
           move Betrag-Batch-SRB to GL-Betrag.
           write GL-Record.
           move KT-Batch-SRB(KoSt-IX) to IV-Mikro.
           perform Write-Inv-Line.
           move "CICS " to GL-Umgebung.
           move KT-CICS-Count(KoSt-IX) to IV-Count.
           move "CPU" to GL-Zeitart.
           move Betrag-CICS-CPU to GL-Betrag.
           write GL-Record.
           move KT-CICS-CPU(KoSt-IX) to IV-Mikro.
           perform Write-Inv-Line.
           move "SRB" to GL-Zeitart.
           move Betrag-CICS-SRB to GL-Betrag.
           write GL-Record.
           move KT-CICS-SRB(KoSt-IX) to IV-Mikro.
           perform Write-Inv-Line.


       Write-Inv-Line Section.
      *    The posting just written, with whatever detail the caller
      *    has already put on the invoice-line record.
           move GL-Kostenstelle to IV-Kostenstelle.
           move GL-Periode to IV-Periode.
           move GL-Art to IV-Art.
           move GL-Umgebung to IV-Umgebung.
           move GL-Zeitart to IV-Zeitart.
           move GL-Betrag to IV-Betrag.
           write Inv-Line-Record.


       Print-Suspense Section.
              move ST-Erst-Periode(Susp-IX) to SO-Erst-Periode
              write SuspOut-Record
           end-perform.


       Print-Simulation Section.
      *    One block per cost center - the cells it has usage in,
      *    its prior-period lines, its total - then the same cells
      *    over all cost centers, and this period's unowned usage
      *    that neither card bills.
           move DR-First to SH-From.
           move DR-Last  to SH-To.
           move Sim-Heading-Line-1 to Print-Line.
           write Print-Line.
           perform varying Zelle-Nr from 1 by 1 until Zelle-Nr > 8
              move 0 to SG-Mikro(Zelle-Nr) SG-Alt(Zelle-Nr)
                        SG-Neu(Zelle-Nr)
           end-perform.
           perform varying KoSt-IX from 1 by 1
                 until KoSt-IX > KoSt-Count
              perform Print-One-Simulation
           end-perform.
           move spaces to Print-Line.
           write Print-Line.
           move Sim-Gesamt-Heading to Print-Line.
           write Print-Line.
           move Sim-Col-Heading to Print-Line.
           write Print-Line.
           move 0 to SW-Mikro SW-Alt SW-Neu.
           perform varying Zelle-Nr from 1 by 1 until Zelle-Nr > 8
              move Zellen-Text(Zelle-Nr) to VW-Text
              move SG-Mikro(Zelle-Nr) to VW-Mikro
              move SG-Alt(Zelle-Nr) to VW-Alt
              move SG-Neu(Zelle-Nr) to VW-Neu
              perform Print-Vergleich-Line
              add SG-Mikro(Zelle-Nr) to SW-Mikro
              add SG-Alt(Zelle-Nr) to SW-Alt
              add SG-Neu(Zelle-Nr) to SW-Neu
           end-perform.
           move "PRIOR-PERIOD" to VW-Text.
           move SG-Vort-Mikro to VW-Mikro.
           move SG-Vort-Alt to VW-Alt.
           move SG-Vort-Neu to VW-Neu.
           perform Print-Vergleich-Line.
           add SG-Vort-Mikro to SW-Mikro.
           add SG-Vort-Alt to SW-Alt.
           add SG-Vort-Neu to SW-Neu.
           move "TOTAL BILLED" to VW-Text.
           move SW-Mikro to VW-Mikro.
           move SW-Alt to VW-Alt.
           move SW-Neu to VW-Neu.
           perform Print-Vergleich-Line.
           move "UNOWNED SUSPENSE" to VW-Text.
           move SS-Mikro to VW-Mikro.
           move SS-Alt to VW-Alt.
           move SS-Neu to VW-Neu.
           perform Print-Vergleich-Line.
           move spaces to Print-Line.
           write Print-Line.
           move Unpriced-Count to SU-Unpriced-Alt.
           move Prop-Unpriced-Count to SU-Unpriced-Neu.
           move Sim-Unpriced-Line to Print-Line.
           write Print-Line.


       Print-One-Simulation Section.
           move spaces to Print-Line.
           write Print-Line.
           move KT-Kostenstelle(KoSt-IX) to KH-Kostenstelle.
           move KoSt-Heading to Print-Line.
           write Print-Line.
           move Sim-Col-Heading to Print-Line.
           write Print-Line.
           move 0 to SW-Mikro SW-Alt SW-Neu.
           perform varying Zelle-Nr from 1 by 1 until Zelle-Nr > 8
              if SM-Mikro(KoSt-IX Zelle-Nr) > 0
                    or SM-Alt(KoSt-IX Zelle-Nr) > 0
                    or SM-Neu(KoSt-IX Zelle-Nr) > 0
                 move Zellen-Text(Zelle-Nr) to VW-Text
                 move SM-Mikro(KoSt-IX Zelle-Nr) to VW-Mikro
                 move SM-Alt(KoSt-IX Zelle-Nr) to VW-Alt
                 move SM-Neu(KoSt-IX Zelle-Nr) to VW-Neu
                 perform Print-Vergleich-Line
              end-if
              add SM-Mikro(KoSt-IX Zelle-Nr) to SW-Mikro
                  SG-Mikro(Zelle-Nr)
              add SM-Alt(KoSt-IX Zelle-Nr) to SW-Alt SG-Alt(Zelle-Nr)
              add SM-Neu(KoSt-IX Zelle-Nr) to SW-Neu SG-Neu(Zelle-Nr)
           end-perform.
           if SM-Vort-Mikro(KoSt-IX) > 0
              move "PRIOR-PERIOD" to VW-Text
              move SM-Vort-Mikro(KoSt-IX) to VW-Mikro
              move SM-Vort-Alt(KoSt-IX) to VW-Alt
              move SM-Vort-Neu(KoSt-IX) to VW-Neu
              perform Print-Vergleich-Line
              add SM-Vort-Mikro(KoSt-IX) to SW-Mikro SG-Vort-Mikro
              add SM-Vort-Alt(KoSt-IX) to SW-Alt SG-Vort-Alt
              add SM-Vort-Neu(KoSt-IX) to SW-Neu SG-Vort-Neu
           end-if.
           move "TOTAL" to VW-Text.
           move SW-Mikro to VW-Mikro.
           move SW-Alt to VW-Alt.
           move SW-Neu to VW-Neu.
           perform Print-Vergleich-Line.


       Print-Vergleich-Line Section.
      *    Change is proposed less current; the percentage is of
      *    the current amount, "NEW" where there was none before.
           compute VW-Diff = VW-Neu - VW-Alt.
           move VW-Text to VG-Text.
           compute Sekunden-Anzeige = VW-Mikro / 1000000.
           move Sekunden-Anzeige to VG-Sekunden.
           move VW-Alt to VG-Alt.
           move VW-Neu to VG-Neu.
           move VW-Diff to VG-Diff.
           if VW-Alt = 0
              if VW-Neu = 0
                 move 0 to VG-Pct
              else
                 move "     NEW" to VG-Pct-X
              end-if
           else
              compute VW-Pct rounded = VW-Diff * 100 / VW-Alt
                 on size error move 99999,9 to VW-Pct
              end-compute
              move VW-Pct to VG-Pct
           end-if.
           move Vergleich-Line to Print-Line.
           write Print-Line.


       Load-Adjustments Section.
      *    Runs once the usage is in, so each row can be checked
      *    against what its jobname actually used.  Every row gets a
      *    register line, applied or not.
           move Abrechnungsperiode to RH-Periode.
           move function CURRENT-DATE (1:8) to RH-Datum.
           move Reg-Heading-1 to Reg-Line.
           write Reg-Line.
           move spaces to Reg-Line.
           write Reg-Line.
           move Reg-Heading-2 to Reg-Line.
           write Reg-Line.
           perform Read-Adjust.
           perform until Adjust-Eof
              add 1 to Adj-Gelesen
              perform Check-Adjustment
              perform Write-Register-Line
              perform Read-Adjust
           end-perform.
           move spaces to Reg-Line.
           write Reg-Line.
           move Adj-Gelesen to RT-Gelesen.
           move Adj-Count to RT-Angewandt.
           move Adj-Abgelehnt to RT-Abgelehnt.
           move Adj-Gutschrift to RT-Gutschrift.
           move Adj-Belastung to RT-Belastung.
           move Reg-Total-Line to Reg-Line.
           write Reg-Line.


       Read-Adjust Section.
           read Adjust
              at end set Adjust-Eof to true
           end-read.


       Check-Adjustment Section.
      *    First failed check names the rejection; a row that passes
      *    them all is priced and taken into Adj-Table.
           move spaces to Adj-Grund-Text.
           move 0 to Adj-Betrag.
           evaluate true
              when AJ-Genehmiger = spaces
                 move "REJECTED NO APPROVER" to Adj-Grund-Text
              when AJ-Richtung not = "C" and AJ-Richtung not = "D"
                 move "REJECTED BAD DIRECTION" to Adj-Grund-Text
              when (AJ-Einheit not = "B" and AJ-Einheit not = "S")
                    or AJ-Wert not numeric
                    or AJ-Wert = 0
                 move "REJECTED BAD VALUE" to Adj-Grund-Text
              when other
                 perform Find-Adjusted-Usage
           end-evaluate.
           if Adj-Grund-Text = spaces
              move AJ-Jobname to P-Jobname
              perform Lookup-Owner
              if not Owner-Found
                    or OT-Kostenstelle(Owner-IX) not = AJ-Kostenstelle
                 move "REJECTED NOT COST CTR'S JOB" to Adj-Grund-Text
              end-if
           end-if.
           if Adj-Grund-Text = spaces
              move AJ-Kostenstelle to Such-Kostenstelle
              perform Ensure-KoSt-Row
              if not KoSt-Found or Adj-Count >= Adj-Table-Max
                 display "GPCPUCHG ADJUSTMENT TABLE FULL - ROW NOT AP"
                     "PLIED " AJ-Kostenstelle " " AJ-Ticket
                     upon console
                 move "REJECTED TABLE FULL" to Adj-Grund-Text
              end-if
           end-if.
           if Adj-Grund-Text not = spaces
              add 1 to Adj-Abgelehnt
              exit section
           end-if.
           if AJ-Einheit = "B"
              move AJ-Wert to Adj-Betrag
           else
      *       CPU seconds at the job's own effective rate for the
      *       period - what it was billed over what it used.
              compute Adj-Betrag rounded = AJ-Wert * 1000000
                    * NT-Betrag(Nutz-IX) / NT-Mikro(Nutz-IX)
           end-if.
           add 1 to Adj-Count.
           set Adj-IX to Adj-Count.
           move AJ-Kostenstelle to AT-Kostenstelle(Adj-IX).
           move AJ-Jobname to AT-Jobname(Adj-IX).
           move AJ-Periode to AT-Periode(Adj-IX).
           move Adj-Umgebung to AT-Umgebung(Adj-IX).
           move AJ-Richtung to AT-Richtung(Adj-IX).
           move AJ-Grund to AT-Grund(Adj-IX).
           move AJ-Genehmiger to AT-Genehmiger(Adj-IX).
           move AJ-Ticket to AT-Ticket(Adj-IX).
           move Adj-Betrag to AT-Betrag(Adj-IX).
           if AJ-Richtung = "C"
              add Adj-Betrag to Adj-Gutschrift
           else
              add Adj-Betrag to Adj-Belastung
           end-if.
           move "APPLIED" to Adj-Grund-Text.


       Find-Adjusted-Usage Section.
      *    The jobname must have billed usage in the row's period on
      *    this run's input - the rejection says which half failed.
           move "N" to Nutz-Found-Switch.
           move "N" to Nutz-Job-Switch.
           set Nutz-IX to 1.
           perform until Nutz-IX > Nutz-Count or Nutz-Found
              if NT-Jobname(Nutz-IX) = AJ-Jobname
                 set Nutz-Job-Found to true
                 if NT-Periode(Nutz-IX) = AJ-Periode
                       and NT-Mikro(Nutz-IX) > 0
                    set Nutz-Found to true
                 end-if
              end-if
              if not Nutz-Found
                 set Nutz-IX up by 1
              end-if
           end-perform.
           if not Nutz-Job-Found
              move "REJECTED NO USAGE FOR JOB" to Adj-Grund-Text
              exit section
           end-if.
           if not Nutz-Found
              move "REJECTED NO USAGE IN PERIOD" to Adj-Grund-Text
              exit section
           end-if.
           move NT-Umgebung(Nutz-IX) to Adj-Umgebung.


       Write-Register-Line Section.
           move AJ-Kostenstelle to RL-Kostenstelle.
           move AJ-Jobname to RL-Jobname.
           move AJ-Periode to RL-Periode.
           move AJ-Richtung to RL-Richtung.
           move AJ-Einheit to RL-Einheit.
           if AJ-Wert is numeric
              move AJ-Wert to RL-Wert
           else
              move 0 to RL-Wert
           end-if.
           move Adj-Betrag to RL-Betrag.
           move AJ-Grund to RL-Grund.
           move AJ-Genehmiger to RL-Genehmiger.
           move AJ-Ticket to RL-Ticket.
           move Adj-Grund-Text to RL-Status.
           move Reg-Line-Detail to Reg-Line.
           write Reg-Line.
