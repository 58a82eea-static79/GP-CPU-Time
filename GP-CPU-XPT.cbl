       ID Division.
       PROGRAM-ID. GPCPUXPT.
      * ****************************************************************
      *                                                                *
      *    Warehouse export for GPCPUtime.  Writes three comma-       *
      *    delimited files the distributed capacity and finance       *
      *    teams load every night instead of keying figures off our  *
      *    listings:                                                  *
      *                                                                *
      *    UsageCsv - the day's usage from EditData, one row per      *
      *               date, system, environment, job, step and        *
      *               transaction, with the owning cost center.       *
      *               The JCL sorts EditData into that order first;   *
      *               unsorted input still balances, it just gives    *
      *               more rows.                                      *
      *    InvCsv   - the invoice amounts of the last chargeback run, *
      *               from the InvLine file GPCPUCHG writes.          *
      *    HistCsv  - the daily rows of the history master.           *
      *                                                                *
      *    Each file starts with a line of column names and ends     *
      *    with a TRAILER line giving the number of data rows and    *
      *    the CPU seconds they add up to (InvCsv also the amount),  *
      *    so the loading side can prove it received all of it.      *
      *                                                                *
      *    Numbers are written with a period as the decimal point    *
      *    and no thousands separator - built digit by digit, not     *
      *    through edited pictures, so the comma this shop prints    *
      *    for a decimal point never ends up inside a field.  Text   *
      *    fields are written without trailing blanks.               *
      *                                                                *
      *    An optional parameter card on SYSIN sets the HistMast     *
      *    range, as for GPCPUHRP:  columns 1-8 FROM date, 10-17 TO  *
      *    date, both YYYYMMDD.  Without one the export starts at    *
      *    the first of last month - everything the monthly load and *
      *    GPCPUHSM can have touched since the previous export.      *
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
           Select EditData assign to EditData.
           Select Owners   assign to Owners.
           Select InvLine  assign to InvLine.
      *    OPTIONAL: a master never loaded yet reads as empty.
           Select Optional HistMast assign to HistMast
               organization is indexed
               access mode is sequential
               record key is HM-Schluessel.
           Select UsageCsv assign to UsageCsv.
           Select InvCsv   assign to InvCsv.
           Select HistCsv  assign to HistCsv.

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

       FD  UsageCsv
           Record 200 recording mode is f label record omitted.
         01 Usage-Zeile       PIC X(200).

       FD  InvCsv
           Record 200 recording mode is f label record omitted.
         01 Inv-Zeile         PIC X(200).

       FD  HistCsv
           Record 200 recording mode is f label record omitted.
         01 Hist-Zeile        PIC X(200).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 End-Of-File     Value "Y".
         01 Eof-Owners         PIC X(1)  Value "N".
            88 Owners-Eof      Value "Y".
         01 Eof-InvLine        PIC X(1)  Value "N".
            88 InvLine-Eof     Value "Y".
         01 Eof-HistMast       PIC X(1)  Value "N".
            88 HistMast-Eof    Value "Y".

         01 Parm-Karte         PIC X(80)  Value Spaces.
         01 Parm-Felder.
           05 Von-Datum        PIC X(8)  Value Spaces.
           05 Bis-Datum        PIC X(8)  Value High-Values.

         01 Vormonat-Felder.
           05 VM-Jahr          PIC 9(4)  Value Zero.
           05 VM-Monat         PIC 9(2)  Value Zero.

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

      *    The cost center of the last jobname looked up - both the
      *    usage and the history rows arrive grouped by jobname, so
      *    most lookups are answered from here.
         01 Letzter-Owner-Job  PIC X(8)  Value Low-Values.
         01 Letzte-Kostenstelle PIC X(6) Value Spaces.

      *    One usage row is one run of equal keys on the sorted
      *    EditData - the record's key is built in Satz-Schluessel
      *    and compared with the row being added up.
         01 Satz-Schluessel.
           05 SK-Laufdatum     PIC X(8).
           05 SK-System-ID     PIC X(4).
           05 SK-Umgebung      PIC X(5).
           05 SK-Jobname       PIC X(8).
           05 SK-Step-Name     PIC X(8).
           05 SK-Tran-ID       PIC X(4).

         01 Gruppen-Schluessel.
           05 GR-Laufdatum     PIC X(8).
           05 GR-System-ID     PIC X(4).
           05 GR-Umgebung      PIC X(5).
           05 GR-Jobname       PIC X(8).
           05 GR-Step-Name     PIC X(8).
           05 GR-Tran-ID       PIC X(4).
         01 Gruppen-Summen.
           05 GR-Count         PIC 9(9)  Value Zero.
           05 GR-CPU           PIC 9(18) Value Zero.
           05 GR-SRB           PIC 9(18) Value Zero.
           05 GR-Elapsed       PIC 9(18) Value Zero.

         01 Gruppe-Switch      PIC X(1)  Value "N".
            88 Gruppe-Offen    Value "Y".

      *    Rows written and CPU microseconds per file, for the
      *    trailers and the console.
         01 Export-Summen.
           05 Usage-Zeilen     PIC 9(9)  Value Zero.
           05 Usage-CPU        PIC 9(18) Value Zero.
           05 Inv-Zeilen       PIC 9(9)  Value Zero.
           05 Inv-CPU          PIC 9(18) Value Zero.
           05 Inv-Betrag       PIC S9(13)V99 Value Zero.
           05 Hist-Zeilen      PIC 9(9)  Value Zero.
           05 Hist-CPU         PIC 9(18) Value Zero.

      *    The line being built and where the next field goes.
         01 Csv-Zeile          PIC X(200) Value Spaces.
         01 Csv-Zeiger         PIC 9(3)  Value 1.

      *    Field values handed to the Add- sections.
         01 Text-Feld          PIC X(12) Value Spaces.
         01 Text-Laenge        PIC 9(2)  Value Zero.
         01 Datum-Feld         PIC X(8)  Value Spaces.
         01 Anzahl-Feld        PIC 9(9)  Value Zero.
         01 Mikro-Feld         PIC 9(18) Value Zero.
         01 Betrag-Feld        PIC S9(13)V99 Value Zero.
         01 Betrag-Abs         PIC 9(13)V99  Value Zero.

      *    A number taken apart into sign, whole part and a six-digit
      *    fraction, of which Bruch-Stellen digits are written.
         01 Zahl-Felder.
           05 Zahl-Ganz        PIC 9(18) Value Zero.
           05 Zahl-Bruch       PIC 9(6)  Value Zero.
           05 Zahl-Rest        PIC 9(6)  Value Zero.
           05 Bruch-Stellen    PIC 9(1)  Value Zero.
           05 Zahl-Edit        PIC Z(17)9.
           05 Zahl-Leer        PIC 9(2)  Value Zero.
           05 Zahl-Vorzeichen  PIC X(1)  Value Spaces.
              88 Zahl-Negativ  Value "-".

         01 Usage-Kopf.
           05 Filler PIC X(39)
                Value "RUN_DATE,SYSTEM_ID,ENVIRONMENT,JOBNAME,".
           05 Filler PIC X(37)
                Value "STEPNAME,TRAN_ID,COST_CENTER,RECORDS,".
           05 Filler PIC X(39)
                Value "CPU_SECONDS,SRB_SECONDS,ELAPSED_SECONDS".
           05 Filler PIC X(85) Value Spaces.

         01 Inv-Kopf.
           05 Filler PIC X(29) Value "PERIOD,COST_CENTER,LINE_TYPE,".
           05 Filler PIC X(30) Value "ENVIRONMENT,TIME_TYPE,JOBNAME,".
           05 Filler PIC X(39)
                Value "FROM_PERIOD,RECORDS,CPU_SECONDS,AMOUNT,".
           05 Filler PIC X(06) Value "TICKET".
           05 Filler PIC X(96) Value Spaces.

         01 Hist-Kopf.
           05 Filler PIC X(37)
                Value "DATE,JOBNAME,ENVIRONMENT,COST_CENTER,".
           05 Filler PIC X(33)
                Value "RUNS,CPU_SECONDS,ELAPSED_SECONDS,".
           05 Filler PIC X(11) Value "SRB_SECONDS".
           05 Filler PIC X(119) Value Spaces.


       Procedure Division.
       Main section.
           perform Read-Parm-Karte.
           perform Open-Files.
           perform Load-Owner-Table.
           perform Export-Usage.
           perform Export-Invoices.
           perform Export-History.
           perform Close-Files.
           display "GPCPUXPT USAGE ROWS=" Usage-Zeilen
               " INVOICE ROWS=" Inv-Zeilen
               " HISTORY ROWS=" Hist-Zeilen upon console.
           stop run.


       Read-Parm-Karte Section.
      *    Default FROM date is the first of last month.
           move function CURRENT-DATE (1:4) to VM-Jahr.
           move function CURRENT-DATE (5:2) to VM-Monat.
           if VM-Monat = 1
              move 12 to VM-Monat
              subtract 1 from VM-Jahr
           else
              subtract 1 from VM-Monat
           end-if.
           string VM-Jahr VM-Monat "01" delimited by size
               into Von-Datum.
           accept Parm-Karte.
           if Parm-Karte (1:8) not = spaces
                 and Parm-Karte (1:8) not = low-values
              move Parm-Karte (1:8) to Von-Datum
           end-if.
           if Parm-Karte (10:8) not = spaces
                 and Parm-Karte (10:8) not = low-values
              move Parm-Karte (10:8) to Bis-Datum
           end-if.


       Open-Files Section.
           open input EditData
           open input Owners
           open input InvLine
           open input HistMast
           open output UsageCsv
           open output InvCsv
           open output HistCsv.


       Close-Files Section.
           close EditData
           close Owners
           close InvLine
           close HistMast
           close UsageCsv
           close InvCsv
           close HistCsv.


       Load-Owner-Table Section.
           perform Read-Owners.
           perform until Owners-Eof
              if Owner-Count >= Owner-Table-Max
      *          Owner-Table is already full - later ownership rows
      *          are dropped, and their jobs go out with an empty
      *          cost center, exactly as unowned ones do.
                 if not Owner-Table-Full
                    display "GPCPUXPT OWNER TABLE FULL - SOME JOBS W"
                        "ITHOUT COST CENTER" upon console
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


       Lookup-Owner Section.
      *    P-Jobname in, Letzte-Kostenstelle out - spaces for a job
      *    nobody owns.
           if P-Jobname = Letzter-Owner-Job
              exit section
           end-if.
           move P-Jobname to Letzter-Owner-Job.
           move spaces to Letzte-Kostenstelle.
           move "N" to Owner-Found-Switch.
           set Owner-IX to 1.
           perform until Owner-IX > Owner-Count or Owner-Found
              if OT-Jobname(Owner-IX) = P-Jobname
                 set Owner-Found to true
                 move OT-Kostenstelle(Owner-IX)
                      to Letzte-Kostenstelle
              else
                 set Owner-IX up by 1
              end-if
           end-perform.


       Export-Usage Section.
           write Usage-Zeile from Usage-Kopf.
           perform Read-Timedata.
           perform until End-Of-File
      *       The same records every other reader bills and trends -
      *       INTERVAL slices are real usage, the exception statuses
      *       and the CONTROL record are not.
              if P-Satzstatus = "OK"
                    or P-Satzstatus = "INTERVAL"
                 perform Accumulate-Usage
              end-if
              perform Read-Timedata
           end-perform.
           if Gruppe-Offen
              perform Write-Usage-Row
           end-if.
           perform Neue-Zeile.
           move "TRAILER" to Text-Feld.
           perform Add-Text.
           move Usage-Zeilen to Anzahl-Feld.
           perform Add-Anzahl.
           move Usage-CPU to Mikro-Feld.
           perform Add-Sekunden.
           write Usage-Zeile from Csv-Zeile.


       Read-Timedata Section.
           read EditData
              at end set End-Of-File to true
              not at end move EditDataIn to Parsed-Felder
           end-read.


       Accumulate-Usage Section.
           move P-Laufdatum to SK-Laufdatum.
           move P-System-ID to SK-System-ID.
           move P-Umgebung to SK-Umgebung.
           move P-Jobname to SK-Jobname.
           move P-Step-Name to SK-Step-Name.
           move P-Tran-ID to SK-Tran-ID.
           if Gruppe-Offen
                 and Satz-Schluessel not = Gruppen-Schluessel
              perform Write-Usage-Row
           end-if.
           if not Gruppe-Offen
              move Satz-Schluessel to Gruppen-Schluessel
              initialize Gruppen-Summen
              set Gruppe-Offen to true
           end-if.
           add 1 to GR-Count.
           add P-CPU-Zeit to GR-CPU.
           add P-SRB-Zeit to GR-SRB.
           add P-Elapsed-Zeit to GR-Elapsed.


       Write-Usage-Row Section.
           perform Neue-Zeile.
           move GR-Laufdatum to Datum-Feld.
           perform Add-Datum.
           move GR-System-ID to Text-Feld.
           perform Add-Text.
           move GR-Umgebung to Text-Feld.
           perform Add-Text.
           move GR-Jobname to Text-Feld.
           perform Add-Text.
           move GR-Step-Name to Text-Feld.
           perform Add-Text.
           move GR-Tran-ID to Text-Feld.
           perform Add-Text.
           move GR-Jobname to P-Jobname.
           perform Lookup-Owner.
           move Letzte-Kostenstelle to Text-Feld.
           perform Add-Text.
           move GR-Count to Anzahl-Feld.
           perform Add-Anzahl.
           move GR-CPU to Mikro-Feld.
           perform Add-Sekunden.
           move GR-SRB to Mikro-Feld.
           perform Add-Sekunden.
           move GR-Elapsed to Mikro-Feld.
           perform Add-Sekunden.
           write Usage-Zeile from Csv-Zeile.
           add 1 to Usage-Zeilen.
           add GR-CPU to Usage-CPU.
           move "N" to Gruppe-Switch.


       Export-Invoices Section.
           write Inv-Zeile from Inv-Kopf.
           perform Read-InvLine.
           perform until InvLine-Eof
              perform Write-Inv-Row
              perform Read-InvLine
           end-perform.
           perform Neue-Zeile.
           move "TRAILER" to Text-Feld.
           perform Add-Text.
           move Inv-Zeilen to Anzahl-Feld.
           perform Add-Anzahl.
           move Inv-CPU to Mikro-Feld.
           perform Add-Sekunden.
           move Inv-Betrag to Betrag-Feld.
           perform Add-Betrag.
           write Inv-Zeile from Csv-Zeile.


       Read-InvLine Section.
           read InvLine
              at end set InvLine-Eof to true
           end-read.


       Write-Inv-Row Section.
      *    GPCPUCHG keeps amounts unsigned with the direction of an
      *    adjustment in the time type; here a credit goes out
      *    negative, so the AMOUNT column simply adds up.
           perform Neue-Zeile.
           move IV-Periode to Datum-Feld.
           move "00" to Datum-Feld (7:2).
           perform Add-Datum.
           move IV-Kostenstelle to Text-Feld.
           perform Add-Text.
           move IV-Art to Text-Feld.
           perform Add-Text.
           move IV-Umgebung to Text-Feld.
           perform Add-Text.
           move IV-Zeitart to Text-Feld.
           perform Add-Text.
           move IV-Jobname to Text-Feld.
           perform Add-Text.
           if IV-Bezug-Periode = spaces
              move spaces to Datum-Feld
           else
              move IV-Bezug-Periode to Datum-Feld
              move "00" to Datum-Feld (7:2)
           end-if.
           perform Add-Datum.
           move IV-Count to Anzahl-Feld.
           perform Add-Anzahl.
           move IV-Mikro to Mikro-Feld.
           perform Add-Sekunden.
           if IV-Zeitart = "CRD"
              compute Betrag-Feld = 0 - IV-Betrag
           else
              move IV-Betrag to Betrag-Feld
           end-if.
           perform Add-Betrag.
           move IV-Ticket to Text-Feld.
           perform Add-Text.
           write Inv-Zeile from Csv-Zeile.
           add 1 to Inv-Zeilen.
           add IV-Mikro to Inv-CPU.
           add Betrag-Feld to Inv-Betrag.


       Export-History Section.
           write Hist-Zeile from Hist-Kopf.
           perform Read-HistMast.
           perform until HistMast-Eof
      *       Daily rows only - the "JJJJMM00" monthly rows GPCPUHSM
      *       folds aged detail into would count the same usage
      *       twice on the loading side.
              if HM-Datum (7:2) not = "00"
                    and HM-Datum not < Von-Datum
                    and HM-Datum not > Bis-Datum
                 perform Write-Hist-Row
              end-if
              perform Read-HistMast
           end-perform.
           perform Neue-Zeile.
           move "TRAILER" to Text-Feld.
           perform Add-Text.
           move Hist-Zeilen to Anzahl-Feld.
           perform Add-Anzahl.
           move Hist-CPU to Mikro-Feld.
           perform Add-Sekunden.
           write Hist-Zeile from Csv-Zeile.


       Read-HistMast Section.
           read HistMast
              at end set HistMast-Eof to true
           end-read.


       Write-Hist-Row Section.
           perform Neue-Zeile.
           move HM-Datum to Datum-Feld.
           perform Add-Datum.
           move HM-Jobname to Text-Feld.
           perform Add-Text.
           move HM-Umgebung to Text-Feld.
           perform Add-Text.
           move HM-Jobname to P-Jobname.
           perform Lookup-Owner.
           move Letzte-Kostenstelle to Text-Feld.
           perform Add-Text.
           move HM-Count to Anzahl-Feld.
           perform Add-Anzahl.
           move HM-CPU to Mikro-Feld.
           perform Add-Sekunden.
           move HM-Elapsed to Mikro-Feld.
           perform Add-Sekunden.
           move HM-SRB to Mikro-Feld.
           perform Add-Sekunden.
           write Hist-Zeile from Csv-Zeile.
           add 1 to Hist-Zeilen.
           add HM-CPU to Hist-CPU.


       Neue-Zeile Section.
      *    Each Add- section puts the comma in front of its own
      *    field, except on the first field of the line.
           move spaces to Csv-Zeile.
           move 1 to Csv-Zeiger.


       Add-Komma Section.
           if Csv-Zeiger > 1
              string "," delimited by size
                  into Csv-Zeile with pointer Csv-Zeiger
           end-if.


       Add-Text Section.
      *    Text-Feld without its trailing blanks.  A comma inside a
      *    value would shift every column after it, so any that
      *    slips in becomes a blank.
           perform Add-Komma.
           inspect Text-Feld replacing all "," by " ".
           move 12 to Text-Laenge.
           perform until Text-Laenge = 0
                 or Text-Feld (Text-Laenge:1) not = space
              subtract 1 from Text-Laenge
           end-perform.
           if Text-Laenge > 0
              string Text-Feld (1:Text-Laenge) delimited by size
                  into Csv-Zeile with pointer Csv-Zeiger
           end-if.


       Add-Datum Section.
      *    Datum-Feld YYYYMMDD written as YYYY-MM-DD, a month
      *    (day 00) as YYYY-MM, blank as an empty field.
           perform Add-Komma.
           if Datum-Feld = spaces
              exit section
           end-if.
           string Datum-Feld (1:4) "-" Datum-Feld (5:2)
               delimited by size
               into Csv-Zeile with pointer Csv-Zeiger.
           if Datum-Feld (7:2) not = "00"
              string "-" Datum-Feld (7:2) delimited by size
                  into Csv-Zeile with pointer Csv-Zeiger
           end-if.


       Add-Anzahl Section.
           move Anzahl-Feld to Zahl-Ganz.
           move 0 to Bruch-Stellen.
           move space to Zahl-Vorzeichen.
           perform Add-Zahl.


       Add-Sekunden Section.
      *    Microseconds written as seconds with six decimals - the
      *    full precision the monitor measures in.
           divide Mikro-Feld by 1000000 giving Zahl-Ganz
               remainder Zahl-Rest.
           move Zahl-Rest to Zahl-Bruch.
           move 6 to Bruch-Stellen.
           move space to Zahl-Vorzeichen.
           perform Add-Zahl.


       Add-Betrag Section.
           move space to Zahl-Vorzeichen.
           if Betrag-Feld < 0
              set Zahl-Negativ to true
              compute Betrag-Abs = 0 - Betrag-Feld
           else
              move Betrag-Feld to Betrag-Abs
           end-if.
           move Betrag-Abs to Zahl-Ganz.
           compute Zahl-Bruch = (Betrag-Abs - Zahl-Ganz) * 1000000.
           move 2 to Bruch-Stellen.
           perform Add-Zahl.


       Add-Zahl Section.
      *    Sign, whole part without leading zeros, then "." and the
      *    fraction digits wanted.
           perform Add-Komma.
           if Zahl-Negativ
              string "-" delimited by size
                  into Csv-Zeile with pointer Csv-Zeiger
           end-if.
           move Zahl-Ganz to Zahl-Edit.
           move 0 to Zahl-Leer.
           inspect Zahl-Edit tallying Zahl-Leer for leading spaces.
           string Zahl-Edit (Zahl-Leer + 1:) delimited by size
               into Csv-Zeile with pointer Csv-Zeiger.
           if Bruch-Stellen > 0
              string "." Zahl-Bruch (1:Bruch-Stellen)
                  delimited by size
                  into Csv-Zeile with pointer Csv-Zeiger
           end-if.
