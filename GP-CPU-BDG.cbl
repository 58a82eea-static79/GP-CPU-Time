       ID Division.
       PROGRAM-ID. GPCPUBDG.
      * ****************************************************************
      *                                                                *
      *    Daily budget burn-down for the chargeback cost centers.    *
      *    GPCPUCHG tells a cost center what it spent once the month  *
      *    is over; this program tells it every morning where the     *
      *    month is heading while there is still time to act.         *
      *                                                                *
      *    Reads the month's EditData generations so far, joins each  *
      *    Jobname against the ownership file and prices each record  *
      *    with the rate card exactly as GPCPUCHG does - same dated   *
      *    rows, same PEAK/OFF zone from the Start-Zeit stamp - and   *
      *    holds the month-to-date against the cost center's row on   *
      *    the budget file.  A budget is either CPU seconds (TCB and  *
      *    SRB together, the time that is billed) or a currency       *
      *    amount.  The month-end projection carries the spend so    *
      *    far forward at its daily rate over the whole month.        *
      *                                                                *
      *    One summary line per cost center, flagged when projected   *
      *    past 80 or past 100 percent of its budget, then a burn-    *
      *    down page per cost center: budget, spent, percent used     *
      *    and projected month-end at the top, then each day's use,   *
      *    the cumulative spend, what is left, and what would be      *
      *    left on a straight line through the month.                 *
      *                                                                *
      *    The card on SYSIN:  columns 1-6 the month, YYYYMM.  Blank  *
      *    takes the month of yesterday's date, so the run on the     *
      *    first shows the closed month's final position.             *
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
           Select Owners   assign to Owners.
           Select RateCard assign to RateCard.
           Select Budget   assign to Budget.
           Select BdgRpt   assign to BdgRpt.
      *    RunStat is the common run-status file every morning
      *    report appends one machine-readable record to -
      *    GPCPUMON reads them and turns five SYSOUTs into one
      *    page and one return code.
           Select RunStat  assign to RunStat.

       Data Division.
       File Section.
       FD  EditData
           Record 133 recording mode is f label record omitted.
         01 EditDataIn        PIC X(133).

       FD  Owners
           Record 14 recording mode is f label record omitted.
         01 Owner-Record.
           05 OW-Jobname       PIC X(8).
           05 OW-Kostenstelle  PIC X(6).

       FD  RateCard
           Record 37 recording mode is f label record omitted.
         01 Rate-Record.
           05 RC-Umgebung      PIC X(5).
           05 RC-Zeitart       PIC X(3).
           05 RC-Von-Datum     PIC X(8).
           05 RC-Bis-Datum     PIC X(8).
           05 RC-Tarifzone     PIC X(4).
           05 RC-Rate          PIC 9(5)V9(4).

      *    One row per cost center and month.  A blank period is the
      *    cost center's standing allowance, used for every month
      *    that has no row of its own.  Art "S" budgets CPU seconds,
      *    "B" a currency amount.
       FD  Budget
           Record 26 recording mode is f label record omitted.
         01 Budget-Record.
           05 BU-Kostenstelle  PIC X(6).
           05 BU-Periode       PIC X(6).
           05 BU-Art           PIC X(1).
           05 BU-Wert          PIC 9(11)V99.

       FD  BdgRpt
           Record 132 recording mode is f label record omitted.
         01 Print-Line        PIC X(132).

       FD  RunStat
           Record 60 recording mode is f label record omitted.
         01 RunStat-Record.
           05 RS-Programm      PIC X(8).
           05 RS-Datum         PIC X(8).
           05 RS-Zeit          PIC X(6).
           05 RS-Gelesen       PIC 9(9).
           05 RS-Kennzahl-1    PIC 9(9).
           05 RS-Kennzahl-2    PIC 9(9).
           05 Filler           PIC X(11).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 End-Of-File     Value "Y".
         01 Eof-Owners         PIC X(1)  Value "N".
            88 Owners-Eof      Value "Y".
         01 Eof-Rates          PIC X(1)  Value "N".
            88 Rates-Eof       Value "Y".
         01 Eof-Budget         PIC X(1)  Value "N".
            88 Budget-Eof      Value "Y".
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

         01 Parm-Karte         PIC X(80)  Value Spaces.

      *    The month being watched and how far into it the input
      *    reaches.
         01 Berichts-Periode   PIC X(6)   Value Spaces.
         01 Letzter-Tag        PIC X(8)   Value Low-Values.
         01 Tage-Gelaufen      PIC 9(2)   Value Zero.
         01 Monat-Tage         PIC 9(2)   Value Zero.
         01 Datum-Felder.
           05 Heute-Datum      PIC 9(8)   Value Zero.
           05 Gestern-Datum    PIC 9(8)   Value Zero.
           05 Monat-Erster     PIC 9(8)   Value Zero.
           05 Folge-Erster     PIC 9(8)   Value Zero.
           05 Folge-Jahr       PIC 9(4)   Value Zero.
           05 Folge-Monat      PIC 9(2)   Value Zero.
           05 Tag-Nummer       PIC 9(2)   Value Zero.

      *    Ownership rows, loaded once up front the same way
      *    GPCPUCHG loads them.
         01 Owner-Table-Max    PIC 9(4)  Value 1000.
         01 Owner-Table.
           05 Owner-Entry OCCURS 1000 TIMES INDEXED BY Owner-IX.
              10 OT-Jobname       PIC X(8).
              10 OT-Kostenstelle  PIC X(6).
         01 Owner-Count        PIC 9(4)  Value Zero.

         01 Owner-Table-Full-Switch PIC X(1)  Value "N".
            88 Owner-Table-Full     Value "Y".

         01 Owner-Found-Switch PIC X(1)  Value "N".
            88 Owner-Found     Value "Y".

      *    The rate card, loaded and matched exactly as GPCPUCHG
      *    does, so the projection is what the invoice will say.
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

         01 Peak-Von-Stunde    PIC 9(2)  Value 8.
         01 Peak-Bis-Stunde    PIC 9(2)  Value 18.

         01 Unpriced-Count     PIC 9(7)  Value Zero.
         01 Unpriced-Warn-Switch PIC X(1) Value "N".
            88 Unpriced-Warned  Value "Y".

      *    One row per cost center - from the budget file, or from
      *    usage for a cost center that has no budget row - with its
      *    month-to-date by day, in microseconds and in currency.
         01 KoSt-Table-Max     PIC 9(4)  Value 200.
         01 KoSt-Table.
           05 KoSt-Entry OCCURS 200 TIMES INDEXED BY KoSt-IX.
              10 KB-Kostenstelle   PIC X(6).
              10 KB-Art            PIC X(1).
                 88 KB-Sekunden    Value "S".
                 88 KB-Waehrung    Value "B".
                 88 KB-Ohne-Budget Value " ".
              10 KB-Eigene-Periode PIC X(1).
              10 KB-Budget         PIC 9(11)V99.
              10 KB-Count          PIC 9(7).
              10 KB-Tag-Mikro OCCURS 31 TIMES PIC 9(15).
              10 KB-Tag-Betrag OCCURS 31 TIMES PIC 9(11)V99.
              10 KB-Verbraucht     PIC 9(11)V99.
              10 KB-Prognose       PIC 9(11)V99.
              10 KB-Pct            PIC 9(5)V9.
              10 KB-Prognose-Pct   PIC 9(5)V9.
              10 KB-Flag           PIC X(12).
         01 KoSt-Count         PIC 9(4)  Value Zero.

         01 KoSt-Table-Full-Switch PIC X(1)  Value "N".
            88 KoSt-Table-Full     Value "Y".

         01 KoSt-Found-Switch  PIC X(1)  Value "N".
            88 KoSt-Found      Value "Y".

         01 Such-Kostenstelle  PIC X(6)  Value Spaces.

      *    Overrun thresholds on the projected month-end, percent of
      *    budget.
         01 Warn-Pct           PIC 9(3)  Value 80.
         01 Overrun-Pct        PIC 9(3)  Value 100.
         01 Warn-Count         PIC 9(4)  Value Zero.
         01 Overrun-Count      PIC 9(4)  Value Zero.
         01 Ohne-Budget-Count  PIC 9(4)  Value Zero.

         01 Unowned-Count      PIC 9(7)     Value Zero.
         01 Unowned-Betrag     PIC 9(11)V99 Value Zero.

         01 Rechen-Felder.
           05 Tag-Wert         PIC 9(11)V99  Value Zero.
           05 Kumuliert        PIC 9(11)V99  Value Zero.
           05 Rest-Wert        PIC S9(11)V99 Value Zero.
           05 Plan-Rest        PIC S9(11)V99 Value Zero.
           05 Summe-Mikro      PIC 9(15)     Value Zero.
           05 Tag-IX           PIC 9(2)      Value Zero.
           05 Tage-Rest        PIC 9(2)      Value Zero.

         01 Heading-Line-1.
           05 Filler PIC X(44)
                Value "GPCPUBDG - CPU BUDGET BURN-DOWN      MONTH  ".
           05 HL-Periode         PIC X(6).
           05 Filler             PIC X(18) Value "   DATA THROUGH  ".
           05 HL-Bis             PIC X(8).
           05 Filler             PIC X(8)  Value "   DAY  ".
           05 HL-Tage            PIC Z9.
           05 Filler             PIC X(4)  Value " OF ".
           05 HL-Monat-Tage      PIC Z9.

         01 Summary-Heading.
           05 Filler             PIC X(10) Value "COST CTR".
           05 Filler             PIC X(7)  Value "UNIT".
           05 Filler             PIC X(16) Value "          BUDGET".
           05 Filler             PIC X(16) Value "           SPENT".
           05 Filler             PIC X(8)  Value "   USED%".
           05 Filler             PIC X(16) Value "       PROJECTED".
           05 Filler             PIC X(8)  Value "   PROJ%".
           05 Filler             PIC X(14) Value "  FLAG".

         01 Summary-Line.
           05 SL-Kostenstelle    PIC X(6).
           05 Filler             PIC X(4)  Value Spaces.
           05 SL-Einheit         PIC X(7).
           05 SL-Budget          PIC Z(12)9,99.
           05 SL-Verbraucht      PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 SL-Pct             PIC ZZZZ9,9.
           05 SL-Prognose        PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 SL-Prognose-Pct    PIC ZZZZ9,9.
           05 Filler             PIC X(2)  Value Spaces.
           05 SL-Flag            PIC X(12).

         01 Unowned-Line.
           05 Filler             PIC X(36)
                Value "UNOWNED USAGE - IN NO BUDGET  RECS: ".
           05 UL-Count           PIC ZZZZZZ9.
           05 Filler             PIC X(10) Value "  AMOUNT: ".
           05 UL-Betrag          PIC Z(10)9,99.

         01 Flag-Count-Line.
           05 Filler             PIC X(30)
                Value "PROJECTED PAST 100 PERCENT :  ".
           05 FC-Overrun         PIC ZZZ9.
           05 Filler             PIC X(30)
                Value "   PROJECTED PAST 80 PERCENT: ".
           05 FC-Warn            PIC ZZZ9.
           05 Filler             PIC X(20)
                Value "   WITHOUT BUDGET : ".
           05 FC-Ohne            PIC ZZZ9.

         01 KoSt-Heading.
           05 Filler             PIC X(24)
                Value "BURN-DOWN  COST CENTER  ".
           05 KH-Kostenstelle    PIC X(6).
           05 Filler             PIC X(10) Value "   BUDGET ".
           05 KH-Budget          PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 KH-Einheit         PIC X(8).

         01 KoSt-Heading-2.
           05 Filler             PIC X(24)
                Value "  MONTH-TO-DATE SPENT   ".
           05 KH-Verbraucht      PIC Z(12)9,99.
           05 Filler             PIC X(9)  Value "   USED% ".
           05 KH-Pct             PIC ZZZZ9,9.
           05 Filler             PIC X(22)
                Value "   PROJECTED MONTH-END".
           05 KH-Prognose        PIC Z(12)9,99.
           05 Filler             PIC X(9)  Value "   PROJ% ".
           05 KH-Prognose-Pct    PIC ZZZZ9,9.

         01 Tag-Heading.
           05 Filler             PIC X(10) Value "  DATE".
           05 Filler             PIC X(16) Value "         DAY-USE".
           05 Filler             PIC X(17) Value "       CUMULATIVE".
           05 Filler             PIC X(17) Value "       REMAINING".
           05 Filler             PIC X(17) Value "  PLAN-REMAINING".

         01 Tag-Line.
           05 Filler             PIC X(2)  Value Spaces.
           05 TL-Datum           PIC X(8).
           05 TL-Tag-Wert        PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 TL-Kumuliert       PIC Z(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 TL-Rest            PIC -(12)9,99.
           05 Filler             PIC X(1)  Value Spaces.
           05 TL-Plan-Rest       PIC -(12)9,99.


       Procedure Division.
       Main section.
           perform Read-Parm-Karte.
           perform Compute-Monat.
           perform Open-Files.
           perform Load-Owner-Table.
           perform Load-Rate-Card.
           perform Load-Budget-Table.
           perform Read-Timedata.
           perform until End-Of-File
      *       INTERVAL slices are real usage cut from long-open
      *       tasks at the monitor's checkpoint moment - booked
      *       the same as a final OK record.
              if (P-Satzstatus = "OK"
                    or P-Satzstatus = "INTERVAL")
                    and P-Laufdatum (1:6) = Berichts-Periode
                 perform Accumulate-Usage
              end-if
              perform Read-Timedata
           end-perform.
           perform Compute-Projections.
           perform Print-Summary.
           perform Print-Burn-Down.
           perform Close-Files.
           perform Write-Run-Status.
           if Unpriced-Count > 0
              display "GPCPUBDG UNPRICED RECORDS=" Unpriced-Count
                  " - RATE CARD HAS A COVERAGE GAP" upon console
           end-if.
           if Overrun-Count > 0
              display "GPCPUBDG " Overrun-Count
                  " COST CENTER(S) PROJECTED OVER BUDGET" upon console
           end-if.
           stop run.


       Read-Parm-Karte Section.
      *    Columns 1-6 name the month; blank or unusable takes the
      *    month yesterday fell in.
           accept Parm-Karte.
           move function CURRENT-DATE (1:8) to Heute-Datum.
           compute Gestern-Datum = function date-of-integer
                 (function integer-of-date (Heute-Datum) - 1).
           if Parm-Karte (1:6) is numeric
                 and Parm-Karte (5:2) > "00"
                 and Parm-Karte (5:2) < "13"
              move Parm-Karte (1:6) to Berichts-Periode
           else
              move Gestern-Datum (1:6) to Berichts-Periode
           end-if.


       Compute-Monat Section.
      *    The month's length - day count of the next month's first
      *    less this month's.
           move Berichts-Periode to Monat-Erster (1:6).
           move "01" to Monat-Erster (7:2).
           move Berichts-Periode (1:4) to Folge-Jahr.
           move Berichts-Periode (5:2) to Folge-Monat.
           add 1 to Folge-Monat.
           if Folge-Monat > 12
              move 1 to Folge-Monat
              add 1 to Folge-Jahr
           end-if.
           compute Folge-Erster =
                 Folge-Jahr * 10000 + Folge-Monat * 100 + 1.
           compute Monat-Tage =
                 function integer-of-date (Folge-Erster)
                 - function integer-of-date (Monat-Erster).


       Open-Files Section.
           open input EditData
           open input Owners
           open input RateCard
           open input Budget
           open output BdgRpt.


       Close-Files Section.
           close EditData
           close Owners
           close RateCard
           close Budget
           close BdgRpt.


       Load-Owner-Table Section.
           perform Read-Owners.
           perform until Owners-Eof
              if Owner-Count >= Owner-Table-Max
                 if not Owner-Table-Full
                    display "GPCPUBDG OWNER TABLE FULL - SOME JOBS C"
                        "OUNTED AS UNOWNED" upon console
                 end-if
                 move "Y" to Owner-Table-Full-Switch
              else
                 add 1 to Owner-Count
                 set Owner-IX to Owner-Count
                 move OW-Jobname to OT-Jobname(Owner-IX)
                 move OW-Kostenstelle to OT-Kostenstelle(Owner-IX)
              end-if
              perform Read-Owners
           end-perform.


       Read-Owners Section.
           read Owners
              at end set Owners-Eof to true
           end-read.


       Load-Rate-Card Section.
      *    Same acceptance rules as GPCPUCHG - a malformed row is
      *    echoed and skipped.
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
                 display "GPCPUBDG UNKNOWN RATE CARD ROW IGNORED "
                     RC-Umgebung " " RC-Zeitart " " RC-Tarifzone
                     upon console
              end-if
              perform Read-Rates
           end-perform.


       Take-Rate-Row Section.
           if Rate-Count >= Rate-Table-Max
              if not Rate-Table-Full
                 display "GPCPUBDG RATE TABLE FULL - SOME ROWS IGNOR"
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


       Load-Budget-Table Section.
      *    A row for the month itself beats the standing row,
      *    whichever comes first on the file; rows for other months
      *    are passed over.
           perform Read-Budget.
           perform until Budget-Eof
              if (BU-Art = "S" or BU-Art = "B")
                    and BU-Wert is numeric
                    and (BU-Periode = spaces
                       or BU-Periode = Berichts-Periode)
                 move BU-Kostenstelle to Such-Kostenstelle
                 perform Ensure-KoSt-Row
                 if KoSt-Found
                    perform Take-Budget-Row
                 end-if
              else
                 if BU-Art not = "S" and BU-Art not = "B"
                       or BU-Wert not numeric
                    display "GPCPUBDG BAD BUDGET ROW IGNORED "
                        BU-Kostenstelle " " BU-Periode " " BU-Art
                        upon console
                 end-if
              end-if
              perform Read-Budget
           end-perform.


       Take-Budget-Row Section.
           if BU-Periode = spaces
              if KB-Eigene-Periode(KoSt-IX) = "Y"
                 exit section
              end-if
           else
              move "Y" to KB-Eigene-Periode(KoSt-IX)
           end-if.
           move BU-Art to KB-Art(KoSt-IX).
           move BU-Wert to KB-Budget(KoSt-IX).


       Read-Budget Section.
           read Budget
              at end set Budget-Eof to true
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


       Accumulate-Usage Section.
           if P-Laufdatum > Letzter-Tag
              move P-Laufdatum to Letzter-Tag
           end-if.
           perform Price-Record.
           perform Lookup-Owner.
           if not Owner-Found
              add 1 to Unowned-Count
              add Betrag-Satz-CPU to Unowned-Betrag
              add Betrag-Satz-SRB to Unowned-Betrag
              exit section
           end-if.
           move OT-Kostenstelle(Owner-IX) to Such-Kostenstelle.
           perform Ensure-KoSt-Row.
           if not KoSt-Found
              exit section
           end-if.
           move P-Laufdatum (7:2) to Tag-Nummer.
           if Tag-Nummer < 1 or Tag-Nummer > 31
              exit section
           end-if.
           add 1 to KB-Count(KoSt-IX).
           add P-CPU-Zeit to KB-Tag-Mikro(KoSt-IX Tag-Nummer).
           add P-SRB-Zeit to KB-Tag-Mikro(KoSt-IX Tag-Nummer).
           add Betrag-Satz-CPU to KB-Tag-Betrag(KoSt-IX Tag-Nummer).
           add Betrag-Satz-SRB to KB-Tag-Betrag(KoSt-IX Tag-Nummer).


       Price-Record Section.
      *    Zone from the record's own start stamp, unstamped records
      *    as PEAK - the GPCPUCHG rule.
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
                 display "GPCPUBDG NO RATE ROW COVERS " P-Umgebung
                     " " Such-Zeitart " " P-Laufdatum " " Satz-Zone
                     " - PRICED AS ZERO" upon console
                 move "Y" to Unpriced-Warn-Switch
              end-if
           end-if.


       Lookup-Owner Section.
           move "N" to Owner-Found-Switch.
           set Owner-IX to 1.
           perform until Owner-IX > Owner-Count or Owner-Found
              if OT-Jobname(Owner-IX) = P-Jobname
                 set Owner-Found to true
              else
                 set Owner-IX up by 1
              end-if
           end-perform.


       Ensure-KoSt-Row Section.
      *    Find or create the row for Such-Kostenstelle - a cost
      *    center with usage but no budget row still gets its line,
      *    flagged, rather than its spend going unseen.
           move "N" to KoSt-Found-Switch.
           set KoSt-IX to 1.
           perform until KoSt-IX > KoSt-Count or KoSt-Found
              if KB-Kostenstelle(KoSt-IX) = Such-Kostenstelle
                 set KoSt-Found to true
              else
                 set KoSt-IX up by 1
              end-if
           end-perform.
           if not KoSt-Found
              if KoSt-Count >= KoSt-Table-Max
                 if not KoSt-Table-Full
                    display "GPCPUBDG COST CENTER TABLE FULL - SOME "
                        "COST CENTERS OMITTED" upon console
                 end-if
                 move "Y" to KoSt-Table-Full-Switch
              else
                 add 1 to KoSt-Count
                 set KoSt-IX to KoSt-Count
                 move Such-Kostenstelle to KB-Kostenstelle(KoSt-IX)
                 move space to KB-Art(KoSt-IX)
                 move "N" to KB-Eigene-Periode(KoSt-IX)
                 move 0 to KB-Budget(KoSt-IX) KB-Count(KoSt-IX)
                           KB-Verbraucht(KoSt-IX)
                           KB-Prognose(KoSt-IX) KB-Pct(KoSt-IX)
                           KB-Prognose-Pct(KoSt-IX)
                 move spaces to KB-Flag(KoSt-IX)
                 perform varying Tag-IX from 1 by 1 until Tag-IX > 31
                    move 0 to KB-Tag-Mikro(KoSt-IX Tag-IX)
                              KB-Tag-Betrag(KoSt-IX Tag-IX)
                 end-perform
                 set KoSt-Found to true
              end-if
           end-if.


       Compute-Projections Section.
      *    Days the input reaches into the month - the newest
      *    Laufdatum seen - set the daily rate the projection runs
      *    on.  A budget in seconds is measured in seconds, any
      *    other in currency.
           if Letzter-Tag = low-values
              move 0 to Tage-Gelaufen
           else
              move Letzter-Tag (7:2) to Tage-Gelaufen
           end-if.
           perform varying KoSt-IX from 1 by 1
                 until KoSt-IX > KoSt-Count
              move 0 to Summe-Mikro
              move 0 to KB-Verbraucht(KoSt-IX)
              perform varying Tag-IX from 1 by 1 until Tag-IX > 31
                 add KB-Tag-Mikro(KoSt-IX Tag-IX) to Summe-Mikro
                 add KB-Tag-Betrag(KoSt-IX Tag-IX)
                     to KB-Verbraucht(KoSt-IX)
              end-perform
              if KB-Sekunden(KoSt-IX)
                 compute KB-Verbraucht(KoSt-IX) rounded =
                       Summe-Mikro / 1000000
              end-if
              if Tage-Gelaufen > 0
                 compute KB-Prognose(KoSt-IX) rounded =
                       KB-Verbraucht(KoSt-IX) * Monat-Tage
                       / Tage-Gelaufen
              end-if
              perform Judge-KoSt
           end-perform.


       Judge-KoSt Section.
           if KB-Ohne-Budget(KoSt-IX)
              add 1 to Ohne-Budget-Count
              move "NO BUDGET" to KB-Flag(KoSt-IX)
              exit section
           end-if.
           if KB-Budget(KoSt-IX) = 0
      *       A zero allowance - any spend at all is an overrun.
              if KB-Verbraucht(KoSt-IX) > 0
                 move 99999,9 to KB-Pct(KoSt-IX)
                                 KB-Prognose-Pct(KoSt-IX)
              end-if
           else
              compute KB-Pct(KoSt-IX) rounded =
                    KB-Verbraucht(KoSt-IX) * 100 / KB-Budget(KoSt-IX)
                 on size error move 99999,9 to KB-Pct(KoSt-IX)
              end-compute
              compute KB-Prognose-Pct(KoSt-IX) rounded =
                    KB-Prognose(KoSt-IX) * 100 / KB-Budget(KoSt-IX)
                 on size error move 99999,9 to KB-Prognose-Pct(KoSt-IX)
              end-compute
           end-if.
           evaluate true
              when KB-Pct(KoSt-IX) >= Overrun-Pct
                 add 1 to Overrun-Count
                 move "OVER BUDGET" to KB-Flag(KoSt-IX)
              when KB-Prognose-Pct(KoSt-IX) >= Overrun-Pct
                 add 1 to Overrun-Count
                 move "OVERRUN" to KB-Flag(KoSt-IX)
              when KB-Prognose-Pct(KoSt-IX) >= Warn-Pct
                 add 1 to Warn-Count
                 move "OVER 80 PCT" to KB-Flag(KoSt-IX)
              when other
                 continue
           end-evaluate.


       Print-Summary Section.
           move Berichts-Periode to HL-Periode.
           if Letzter-Tag = low-values
              move spaces to HL-Bis
           else
              move Letzter-Tag to HL-Bis
           end-if.
           move Tage-Gelaufen to HL-Tage.
           move Monat-Tage to HL-Monat-Tage.
           move Heading-Line-1 to Print-Line.
           write Print-Line.
           move spaces to Print-Line.
           write Print-Line.
           move Summary-Heading to Print-Line.
           write Print-Line.
           perform varying KoSt-IX from 1 by 1
                 until KoSt-IX > KoSt-Count
              move KB-Kostenstelle(KoSt-IX) to SL-Kostenstelle
              perform Set-Einheit
              move KH-Einheit to SL-Einheit
              move KB-Budget(KoSt-IX) to SL-Budget
              move KB-Verbraucht(KoSt-IX) to SL-Verbraucht
              move KB-Pct(KoSt-IX) to SL-Pct
              move KB-Prognose(KoSt-IX) to SL-Prognose
              move KB-Prognose-Pct(KoSt-IX) to SL-Prognose-Pct
              move KB-Flag(KoSt-IX) to SL-Flag
              move Summary-Line to Print-Line
              write Print-Line
           end-perform.
           move spaces to Print-Line.
           write Print-Line.
           move Overrun-Count to FC-Overrun.
           move Warn-Count to FC-Warn.
           move Ohne-Budget-Count to FC-Ohne.
           move Flag-Count-Line to Print-Line.
           write Print-Line.
           move Unowned-Count to UL-Count.
           move Unowned-Betrag to UL-Betrag.
           move Unowned-Line to Print-Line.
           write Print-Line.


       Set-Einheit Section.
           evaluate true
              when KB-Sekunden(KoSt-IX)
                 move "CPU-SEC" to KH-Einheit
              when other
                 move "AMOUNT" to KH-Einheit
           end-evaluate.


       Print-Burn-Down Section.
           perform varying KoSt-IX from 1 by 1
                 until KoSt-IX > KoSt-Count
              if not KB-Ohne-Budget(KoSt-IX)
                 perform Print-One-Burn-Down
              end-if
           end-perform.


       Print-One-Burn-Down Section.
      *    One line per day the input reaches - what the day used,
      *    the running total, what is left of the budget and what
      *    would be left had the month been spent evenly.
           move spaces to Print-Line.
           write Print-Line.
           write Print-Line.
           move KB-Kostenstelle(KoSt-IX) to KH-Kostenstelle.
           move KB-Budget(KoSt-IX) to KH-Budget.
           perform Set-Einheit.
           move KoSt-Heading to Print-Line.
           write Print-Line.
           move KB-Verbraucht(KoSt-IX) to KH-Verbraucht.
           move KB-Pct(KoSt-IX) to KH-Pct.
           move KB-Prognose(KoSt-IX) to KH-Prognose.
           move KB-Prognose-Pct(KoSt-IX) to KH-Prognose-Pct.
           move KoSt-Heading-2 to Print-Line.
           write Print-Line.
           move Tag-Heading to Print-Line.
           write Print-Line.
           move 0 to Kumuliert.
           perform varying Tag-IX from 1 by 1
                 until Tag-IX > Tage-Gelaufen
              if KB-Sekunden(KoSt-IX)
                 compute Tag-Wert rounded =
                       KB-Tag-Mikro(KoSt-IX Tag-IX) / 1000000
              else
                 move KB-Tag-Betrag(KoSt-IX Tag-IX) to Tag-Wert
              end-if
              add Tag-Wert to Kumuliert
              compute Rest-Wert = KB-Budget(KoSt-IX) - Kumuliert
              compute Tage-Rest = Monat-Tage - Tag-IX
              compute Plan-Rest rounded =
                    KB-Budget(KoSt-IX) * Tage-Rest / Monat-Tage
              move Berichts-Periode to TL-Datum (1:6)
              move Tag-IX to TL-Datum (7:2)
              move Tag-Wert to TL-Tag-Wert
              move Kumuliert to TL-Kumuliert
              move Rest-Wert to TL-Rest
              move Plan-Rest to TL-Plan-Rest
              move Tag-Line to Print-Line
              write Print-Line
           end-perform.


       Write-Run-Status Section.
      *    One status record per run: records read, cost centers
      *    projected past their budget, and those projected past
      *    the warning line - GPCPUMON turns RED and AMBER on them.
           open extend RunStat.
           move "GPCPUBDG" to RS-Programm.
           move function CURRENT-DATE (1:8) to RS-Datum.
           move function CURRENT-DATE (9:6) to RS-Zeit.
           move Satz-Gelesen to RS-Gelesen.
           move Overrun-Count to RS-Kennzahl-1.
           move Warn-Count to RS-Kennzahl-2.
           write RunStat-Record.
           close RunStat.
