       ID Division.
       PROGRAM-ID. GPCPUMSU.
      * ****************************************************************
      *                                                                *
      *    Rolling four-hour average MSU report per LPAR, the figure  *
      *    the sub-capacity software bill is driven by.  Reads a      *
      *    month of EditData from every system, concatenated (see     *
      *    JCL(GPCPUMS)), and spreads each record's CPU-Zeit over     *
      *    the clock hours between its Start-Zeit and Stopp-Zeit,     *
      *    in proportion to the overlap, on the LPAR its System-ID    *
      *    names.  GPCPUWIN does the same spread for one day on one   *
      *    system; here the buckets run the whole calendar month.     *
      *                                                                *
      *    Each hour's CPU seconds are turned into MSU with the       *
      *    LPAR's row on the capacity file operations maintains -     *
      *    rated MSU over the number of processors, per processor     *
      *    hour - and the four hours ending at each hour averaged.   *
      *    Per LPAR the report shows                                  *
      *                                                                *
      *    - the peak rolling four-hour average and the hour it ends; *
      *                                                                *
      *    - the jobs and CICS transactions whose CPU fell inside     *
      *      that peak's four hours, largest first - the work that    *
      *      actually set the bill;                                   *
      *                                                                *
      *    - every day whose own highest four-hour average came       *
      *      within the card's percentage of the month's peak.        *
      *                                                                *
      *    The first three hours of the month average over what the  *
      *    month holds, zero before it.  Work from a system with no   *
      *    capacity row, and records cut before the stamps existed,   *
      *    are counted on the trailer but not converted.              *
      *                                                                *
      *    The card on SYSIN:  columns 1-6 the month, YYYYMM (blank - *
      *    last month), columns 8-9 the near-peak percentage          *
      *    (default 10), columns 11-12 how many contributors to list  *
      *    per LPAR (default 10).                                     *
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
           Select SysCap   assign to SysCap.
           Select MSURpt   assign to MSURpt.

       Data Division.
       File Section.
       FD  EditData
           Record 133 recording mode is f label record omitted.
         01 EditDataIn        PIC X(133).

      *    One row per LPAR: System-ID, its rated MSU and the number
      *    of general processors that rating is spread over.
       FD  SysCap
           Record 12 recording mode is f label record omitted.
         01 Cap-Record.
           05 CP-System        PIC X(4).
           05 CP-MSU           PIC 9(5).
           05 CP-Prozessoren   PIC 9(3).

       FD  MSURpt
           Record 132 recording mode is f label record omitted.
         01 Print-Line        PIC X(132).


       Working-Storage Section.
         01 Eof-Switch         PIC X(1)  Value "N".
            88 End-Of-File     Value "Y".
         01 Eof-Cap            PIC X(1)  Value "N".
            88 Cap-Eof         Value "Y".
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
         01 Nah-Pct            PIC 9(2)   Value 10.
         01 Top-N-Limit        PIC 9(2)   Value 10.

      *    The month being reported, and its extent in days and
      *    hours counted from its first midnight.
         01 Berichts-Monat.
           05 BM-Jahr          PIC 9(4)   Value Zero.
           05 BM-Monat         PIC 9(2)   Value Zero.
         01 Monat-Erster       PIC 9(8)   Value Zero.
         01 Monat-Basis        PIC 9(7)   Value Zero.
         01 Monat-Tage         PIC 9(2)   Value Zero.
         01 Monat-Stunden      PIC 9(4)   Value Zero.
         01 Monat-Ende-Sek     PIC 9(9)   Value Zero.
         01 Folge-Jahr         PIC 9(4)   Value Zero.
         01 Folge-Monat        PIC 9(2)   Value Zero.
         01 Folge-Erster       PIC 9(8)   Value Zero.

      *    One row per LPAR on the capacity file, with its hour
      *    buckets (CPU microseconds) for the whole month and the
      *    peak found in them.
         01 Sys-Table-Max      PIC 9(2)  Value 8.
         01 Sys-Table.
           05 Sys-Entry OCCURS 8 TIMES INDEXED BY Sys-IX.
              10 SY-System        PIC X(4).
              10 SY-MSU           PIC 9(5).
              10 SY-Prozessoren   PIC 9(3).
              10 SY-Count         PIC 9(7).
              10 SY-Peak-4H       PIC 9(7)V99.
              10 SY-Peak-Stunde   PIC 9(4).
              10 SY-Stunde OCCURS 744 TIMES PIC 9(15).
              10 SY-Tag-Max OCCURS 31 TIMES PIC 9(7)V99.
         01 Sys-Count          PIC 9(2)  Value Zero.

         01 Sys-Found-Switch   PIC X(1)  Value "N".
            88 Sys-Found       Value "Y".

      *    CPU inside each LPAR's peak window, per jobname and
      *    Tran-ID (spaces for batch), filled on the second pass.
         01 Beitrag-Table-Max  PIC 9(4)  Value 2000.
         01 Beitrag-Table.
           05 Beitrag-Entry OCCURS 2000 TIMES INDEXED BY Bei-IX.
              10 BT-Sys-Pos       PIC 9(2).
              10 BT-Jobname       PIC X(8).
              10 BT-Tranid        PIC X(4).
              10 BT-CPU           PIC 9(15).
         01 Beitrag-Count      PIC 9(4)  Value Zero.
         01 Beitrag-Entry-Save PIC X(29).
         01 Sort-IX            PIC 9(4)  Value Zero.

         01 Beitrag-Table-Full-Switch PIC X(1)  Value "N".
            88 Beitrag-Table-Full     Value "Y".

         01 Beitrag-Found-Switch PIC X(1)  Value "N".
            88 Beitrag-Found     Value "Y".

      *    Pass 1 fills the hour buckets, pass 2 collects the
      *    contributors to each peak.
         01 Durchgang          PIC 9(1)  Value 1.
            88 Erster-Durchgang  Value 1.
            88 Zweiter-Durchgang Value 2.

      *    The record currently being spread over its hours, in
      *    seconds from the month's first midnight.
         01 Spann-Felder.
           05 Start-Abs        PIC S9(9)  Value Zero.
           05 Stopp-Abs        PIC S9(9)  Value Zero.
           05 Spann-Sek        PIC 9(9)   Value Zero.
           05 Stunde-Von       PIC S9(5)  Value Zero.
           05 Stunde-Bis       PIC S9(5)  Value Zero.
           05 Stunde-Lauf      PIC 9(4)   Value Zero.
           05 Grenze-Von       PIC S9(9)  Value Zero.
           05 Grenze-Bis       PIC S9(9)  Value Zero.
           05 Overlap-Sek      PIC 9(9)   Value Zero.
           05 Anteil-CPU       PIC 9(15)  Value Zero.
           05 Peak-Von         PIC S9(5)  Value Zero.

         01 Zeit-Ziffern.
           05 ZZ-Datum         PIC 9(8)   Value Zero.
           05 ZZ-Stunde        PIC 9(2)   Value Zero.
           05 ZZ-Minute        PIC 9(2)   Value Zero.
           05 ZZ-Sekunde       PIC 9(2)   Value Zero.
         01 Tag-Nummer         PIC S9(7)  Value Zero.

      *    MSU arithmetic for one hour and the four ending with it.
         01 MSU-Felder.
           05 MSU-Stunde       PIC 9(7)V9(4) Value Zero.
           05 MSU-Summe-4H     PIC 9(9)V9(4) Value Zero.
           05 MSU-4H           PIC 9(7)V99   Value Zero.
           05 MSU-Faktor       PIC 9(3)V9(8) Value Zero.
           05 Fenster-IX       PIC S9(5)     Value Zero.
           05 Tag-IX           PIC 9(2)      Value Zero.
           05 Stunde-IX        PIC 9(4)      Value Zero.
           05 Nah-Grenze       PIC 9(7)V99   Value Zero.
           05 Nah-Rest         PIC 9(3)      Value Zero.
           05 Pct-Wert         PIC 9(3)V9    Value Zero.

         01 Unstamped-Count    PIC 9(7)   Value Zero.
         01 Ohne-Kap-Count     PIC 9(7)   Value Zero.
         01 Ausserhalb-Count   PIC 9(7)   Value Zero.
         01 Print-Count        PIC 9(4)   Value Zero.
         01 Anzeige-Datum      PIC 9(8)   Value Zero.
         01 Anzeige-Stunde     PIC 9(2)   Value Zero.

         01 Heading-Line-1.
           05 Filler PIC X(44)
                Value "GPCPUMSU - ROLLING FOUR-HOUR AVERAGE MSU    ".
           05 Filler PIC X(6)  Value "MONTH ".
           05 HL-Monat           PIC X(6).

         01 Sys-Heading.
           05 Filler             PIC X(5)  Value "LPAR ".
           05 SH-System          PIC X(4).
           05 Filler             PIC X(16) Value "   RATED MSU :  ".
           05 SH-MSU             PIC ZZZZ9.
           05 Filler             PIC X(17) Value "   PROCESSORS :  ".
           05 SH-Prozessoren     PIC ZZ9.
           05 Filler             PIC X(17) Value "   RECORDS :     ".
           05 SH-Count           PIC ZZZZZZ9.

         01 Peak-Line.
           05 Filler             PIC X(30)
                Value "PEAK ROLLING 4-HOUR AVERAGE  ".
           05 PL-MSU             PIC ZZZZZZ9,99.
           05 Filler             PIC X(16) Value " MSU   HOURS    ".
           05 PL-Von-Datum       PIC 9(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 PL-Von-Stunde      PIC 9(2).
           05 Filler             PIC X(7)  Value ":00 TO ".
           05 PL-Bis-Datum       PIC 9(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 PL-Bis-Stunde      PIC 9(2).
           05 Filler             PIC X(3)  Value ":59".

         01 No-Usage-Line        PIC X(40) Value
              "NO USAGE RECORDED ON THIS LPAR".

         01 Beitrag-Heading-1    PIC X(48) Value
              "  LARGEST CONTRIBUTORS TO THE PEAK WINDOW".
         01 Beitrag-Heading-2.
           05 Filler             PIC X(11) Value "  JOBNAME".
           05 Filler             PIC X(6)  Value "TRAN".
           05 Filler             PIC X(16) Value "     CPU-SECONDS".
           05 Filler             PIC X(13) Value "      4H-MSU".
           05 Filler             PIC X(12) Value "  PCT-OF-PK".

         01 Beitrag-Line.
           05 Filler             PIC X(2)  Value Spaces.
           05 BL-Jobname         PIC X(8).
           05 Filler             PIC X(1)  Value Spaces.
           05 BL-Tranid          PIC X(4).
           05 Filler             PIC X(2)  Value Spaces.
           05 BL-CPU-Sek         PIC Z(12)9,99.
           05 Filler             PIC X(2)  Value Spaces.
           05 BL-MSU             PIC ZZZZZZ9,99.
           05 Filler             PIC X(5)  Value Spaces.
           05 BL-Pct             PIC ZZ9,9.

         01 Tag-Heading-1.
           05 Filler             PIC X(37)
                Value "  DAYS WHOSE 4-HOUR PEAK CAME WITHIN ".
           05 TH-Pct             PIC Z9.
           05 Filler             PIC X(20) Value "% OF THE MONTH PEAK".
         01 Tag-Heading-2.
           05 Filler             PIC X(12) Value "  DATE".
           05 Filler             PIC X(13) Value "   DAY-PEAK".
           05 Filler             PIC X(12) Value "  PCT-OF-PK".

         01 Tag-Line.
           05 Filler             PIC X(2)  Value Spaces.
           05 TL-Datum           PIC 9(8).
           05 Filler             PIC X(2)  Value Spaces.
           05 TL-MSU             PIC ZZZZZZ9,99.
           05 Filler             PIC X(6)  Value Spaces.
           05 TL-Pct             PIC ZZ9,9.

         01 Trailer-Line-1.
           05 Filler             PIC X(36)
                Value "RECORDS READ                      : ".
           05 TR-Gelesen         PIC ZZZZZZZZ9.
         01 Trailer-Line-2.
           05 Filler             PIC X(36)
                Value "SYSTEM WITHOUT A CAPACITY ROW     : ".
           05 TR-Ohne-Kap        PIC ZZZZZZZZ9.
         01 Trailer-Line-3.
           05 Filler             PIC X(36)
                Value "WITHOUT TIMESTAMPS, NOT SPREAD    : ".
           05 TR-Unstamped       PIC ZZZZZZZZ9.
         01 Trailer-Line-4.
           05 Filler             PIC X(36)
                Value "ENTIRELY OUTSIDE THE MONTH        : ".
           05 TR-Ausserhalb      PIC ZZZZZZZZ9.


       Procedure Division.
       Main section.
           perform Read-Parm-Karte.
           perform Compute-Monat.
           perform Load-Sys-Table.
           if Sys-Count = 0
              display "GPCPUMSU SYSCAP FILE EMPTY - NO LPAR TO REPORT"
                  upon console
              move 8 to Return-Code
              stop run
           end-if.
           set Erster-Durchgang to true.
           perform Read-All-Timedata.
           perform Find-Peaks.
           set Zweiter-Durchgang to true.
           perform Read-All-Timedata.
           perform Sort-Beitrag-Table.
           open output MSURpt.
           perform Print-Report.
           close MSURpt.
           stop run.


       Read-Parm-Karte Section.
      *    Columns 1-6 name the month; blank or unusable takes the
      *    month before this one - the report is run once the month
      *    is closed.
           accept Parm-Karte.
           if Parm-Karte (1:6) is numeric
                 and Parm-Karte (5:2) > "00"
                 and Parm-Karte (5:2) < "13"
              move Parm-Karte (1:6) to Berichts-Monat
           else
              move function CURRENT-DATE (1:4) to BM-Jahr
              move function CURRENT-DATE (5:2) to BM-Monat
              if BM-Monat = 1
                 move 12 to BM-Monat
                 subtract 1 from BM-Jahr
              else
                 subtract 1 from BM-Monat
              end-if
           end-if.
           if Parm-Karte (8:2) is numeric
                 and Parm-Karte (8:2) not = "00"
              move Parm-Karte (8:2) to Nah-Pct
           end-if.
           if Parm-Karte (11:2) is numeric
                 and Parm-Karte (11:2) not = "00"
              move Parm-Karte (11:2) to Top-N-Limit
           end-if.


       Compute-Monat Section.
      *    Day count of the month's first and of the next month's
      *    first - the difference is the month's length.
           compute Monat-Erster = BM-Jahr * 10000 + BM-Monat * 100 + 1.
           compute Monat-Basis =
               function integer-of-date (Monat-Erster).
           move BM-Jahr to Folge-Jahr.
           compute Folge-Monat = BM-Monat + 1.
           if Folge-Monat > 12
              move 1 to Folge-Monat
              add 1 to Folge-Jahr
           end-if.
           compute Folge-Erster =
                 Folge-Jahr * 10000 + Folge-Monat * 100 + 1.
           compute Monat-Tage =
                 function integer-of-date (Folge-Erster) - Monat-Basis.
           compute Monat-Stunden = Monat-Tage * 24.
           compute Monat-Ende-Sek = Monat-Stunden * 3600.


       Load-Sys-Table Section.
           open input SysCap.
           perform Read-Cap.
           perform until Cap-Eof
              if Sys-Count >= Sys-Table-Max
                 display "GPCPUMSU SYSTEM TABLE FULL - LPAR " CP-System
                     " NOT REPORTED" upon console
              else
                 if CP-MSU is numeric and CP-Prozessoren is numeric
                       and CP-Prozessoren > 0
                    add 1 to Sys-Count
                    set Sys-IX to Sys-Count
                    move CP-System to SY-System(Sys-IX)
                    move CP-MSU to SY-MSU(Sys-IX)
                    move CP-Prozessoren to SY-Prozessoren(Sys-IX)
                    move 0 to SY-Count(Sys-IX) SY-Peak-4H(Sys-IX)
                              SY-Peak-Stunde(Sys-IX)
                    perform varying Stunde-IX from 1 by 1
                          until Stunde-IX > 744
                       move 0 to SY-Stunde(Sys-IX Stunde-IX)
                    end-perform
                    perform varying Tag-IX from 1 by 1
                          until Tag-IX > 31
                       move 0 to SY-Tag-Max(Sys-IX Tag-IX)
                    end-perform
                 else
                    display "GPCPUMSU SYSCAP ROW FOR " CP-System
                        " UNUSABLE - IGNORED" upon console
                 end-if
              end-if
              perform Read-Cap
           end-perform.
           close SysCap.


       Read-Cap Section.
           read SysCap
              at end set Cap-Eof to true
           end-read.


       Read-All-Timedata Section.
      *    The same concatenation is read once per pass.
           open input EditData.
           move "N" to Eof-Switch.
           perform Read-Timedata.
           perform until End-Of-File
      *       INTERVAL slices are real usage cut from long-open
      *       tasks at the monitor's checkpoint moment - booked
      *       the same as a final OK record.
              if P-Satzstatus = "OK"
                    or P-Satzstatus = "INTERVAL"
                 perform Spread-Record
              end-if
              perform Read-Timedata
           end-perform.
           close EditData.


       Read-Timedata Section.
           read EditData
              at end set End-Of-File to true
              not at end
                 if Erster-Durchgang
                    add 1 to Satz-Gelesen
                 end-if
                 perform Parse-Record
           end-read.


       Parse-Record Section.
      *    GPCPUEDT has already checked and normalized the record -
      *    the fixed layout maps field for field onto Parsed-Felder.
           move EditDataIn to Parsed-Felder.


       Spread-Record Section.
           move "N" to Sys-Found-Switch.
           set Sys-IX to 1.
           perform until Sys-IX > Sys-Count or Sys-Found
              if SY-System(Sys-IX) = P-System-ID
                 set Sys-Found to true
              else
                 set Sys-IX up by 1
              end-if
           end-perform.
           if not Sys-Found
              if Erster-Durchgang
                 add 1 to Ohne-Kap-Count
              end-if
              exit section
           end-if.
           if P-Start-Zeit not numeric
                 or P-Stopp-Zeit not numeric
              if Erster-Durchgang
                 add 1 to Unstamped-Count
              end-if
              exit section
           end-if.
           perform Compute-Span.
           if Stopp-Abs <= 0 and Start-Abs < 0
                 or Start-Abs >= Monat-Ende-Sek
              if Erster-Durchgang
                 add 1 to Ausserhalb-Count
              end-if
              exit section
           end-if.
           if Erster-Durchgang
              add 1 to SY-Count(Sys-IX)
           end-if.
           perform Spread-Over-Hours.


       Compute-Span Section.
      *    Start and stop as seconds from the month's first
      *    midnight - full date and time, so a step that crosses
      *    midnight or the month end lands where it ran.
           move P-Start-Zeit (1:8) to ZZ-Datum.
           move P-Start-Zeit (9:2) to ZZ-Stunde.
           move P-Start-Zeit (11:2) to ZZ-Minute.
           move P-Start-Zeit (13:2) to ZZ-Sekunde.
           compute Tag-Nummer =
                 function integer-of-date (ZZ-Datum) - Monat-Basis.
           compute Start-Abs = Tag-Nummer * 86400 + ZZ-Stunde * 3600
                 + ZZ-Minute * 60 + ZZ-Sekunde.
           move P-Stopp-Zeit (1:8) to ZZ-Datum.
           move P-Stopp-Zeit (9:2) to ZZ-Stunde.
           move P-Stopp-Zeit (11:2) to ZZ-Minute.
           move P-Stopp-Zeit (13:2) to ZZ-Sekunde.
           compute Tag-Nummer =
                 function integer-of-date (ZZ-Datum) - Monat-Basis.
           compute Stopp-Abs = Tag-Nummer * 86400 + ZZ-Stunde * 3600
                 + ZZ-Minute * 60 + ZZ-Sekunde.
           if Stopp-Abs < Start-Abs
              move Start-Abs to Stopp-Abs
           end-if.
           compute Spann-Sek = Stopp-Abs - Start-Abs.


       Spread-Over-Hours Section.
      *    Walk the hours the span touches inside the month and give
      *    each its share of the record's CPU, prorated on the
      *    seconds of overlap - the hours before or after the month
      *    keep theirs and are simply not counted.  A span inside
      *    one second takes the whole record in its hour.
           if Start-Abs < 0
              move 0 to Stunde-Von
           else
              compute Stunde-Von = Start-Abs / 3600
           end-if.
           if Stopp-Abs > 0
              compute Stunde-Bis = (Stopp-Abs - 1) / 3600
           else
              move 0 to Stunde-Bis
           end-if.
           if Stunde-Bis < Stunde-Von
              move Stunde-Von to Stunde-Bis
           end-if.
           if Stunde-Bis >= Monat-Stunden
              compute Stunde-Bis = Monat-Stunden - 1
           end-if.
           perform varying Stunde-Lauf from Stunde-Von by 1
                 until Stunde-Lauf > Stunde-Bis
              compute Grenze-Von = Stunde-Lauf * 3600
              compute Grenze-Bis = Grenze-Von + 3600
              if Start-Abs > Grenze-Von
                 move Start-Abs to Grenze-Von
              end-if
              if Stopp-Abs < Grenze-Bis
                 move Stopp-Abs to Grenze-Bis
              end-if
              if Spann-Sek = 0
                 move P-CPU-Zeit to Anteil-CPU
              else
                 compute Overlap-Sek = Grenze-Bis - Grenze-Von
                 compute Anteil-CPU =
                       P-CPU-Zeit * Overlap-Sek / Spann-Sek
              end-if
              compute Stunde-IX = Stunde-Lauf + 1
              if Erster-Durchgang
                 add Anteil-CPU to SY-Stunde(Sys-IX Stunde-IX)
              else
                 compute Peak-Von = SY-Peak-Stunde(Sys-IX) - 3
                 if Stunde-IX >= Peak-Von
                       and Stunde-IX <= SY-Peak-Stunde(Sys-IX)
                    perform Note-Beitrag
                 end-if
              end-if
           end-perform.


       Note-Beitrag Section.
      *    Booked under the Tran-ID for CICS, the jobname alone for
      *    batch.
           if P-Umgebung not = "CICS"
              move spaces to P-Tran-ID
           end-if.
           move "N" to Beitrag-Found-Switch.
           set Bei-IX to 1.
           perform until Bei-IX > Beitrag-Count or Beitrag-Found
              if BT-Sys-Pos(Bei-IX) = Sys-IX
                    and BT-Jobname(Bei-IX) = P-Jobname
                    and BT-Tranid(Bei-IX) = P-Tran-ID
                 set Beitrag-Found to true
              else
                 set Bei-IX up by 1
              end-if
           end-perform.
           if not Beitrag-Found
              if Beitrag-Count >= Beitrag-Table-Max
                 if not Beitrag-Table-Full
                    display "GPCPUMSU CONTRIBUTOR TABLE FULL - SOME "
                        "JOBS OMITTED FROM PEAK LIST" upon console
                 end-if
                 move "Y" to Beitrag-Table-Full-Switch
                 exit section
              end-if
              add 1 to Beitrag-Count
              set Bei-IX to Beitrag-Count
              set BT-Sys-Pos(Bei-IX) to Sys-IX
              move P-Jobname to BT-Jobname(Bei-IX)
              move P-Tran-ID to BT-Tranid(Bei-IX)
              move 0 to BT-CPU(Bei-IX)
           end-if.
           add Anteil-CPU to BT-CPU(Bei-IX).


       Find-Peaks Section.
      *    Every hour of the month closes a four-hour window; the
      *    highest average is the LPAR's peak, and each day keeps
      *    its own highest for the near-peak list.
           perform varying Sys-IX from 1 by 1 until Sys-IX > Sys-Count
              compute MSU-Faktor rounded = SY-MSU(Sys-IX)
                    / (SY-Prozessoren(Sys-IX) * 3600)
              perform varying Stunde-IX from 1 by 1
                    until Stunde-IX > Monat-Stunden
                 move 0 to MSU-Summe-4H
                 perform varying Fenster-IX from Stunde-IX by -1
                       until Fenster-IX < 1
                       or Fenster-IX < Stunde-IX - 3
                    compute MSU-Stunde rounded =
                          SY-Stunde(Sys-IX Fenster-IX) * MSU-Faktor
                          / 1000000
                    add MSU-Stunde to MSU-Summe-4H
                 end-perform
                 compute MSU-4H rounded = MSU-Summe-4H / 4
                 if MSU-4H > SY-Peak-4H(Sys-IX)
                    move MSU-4H to SY-Peak-4H(Sys-IX)
                    move Stunde-IX to SY-Peak-Stunde(Sys-IX)
                 end-if
                 compute Tag-IX = (Stunde-IX - 1) / 24 + 1
                 if MSU-4H > SY-Tag-Max(Sys-IX Tag-IX)
                    move MSU-4H to SY-Tag-Max(Sys-IX Tag-IX)
                 end-if
              end-perform
           end-perform.


       Sort-Beitrag-Table Section.
      *    LPAR order first, then largest CPU first within it.
           perform varying Bei-IX from 1 by 1
                 until Bei-IX > Beitrag-Count
              perform varying Sort-IX from 1 by 1
                    until Sort-IX > Beitrag-Count - Bei-IX
                 if BT-Sys-Pos(Sort-IX) > BT-Sys-Pos(Sort-IX + 1)
                       or (BT-Sys-Pos(Sort-IX) = BT-Sys-Pos(Sort-IX + 1)
                       and BT-CPU(Sort-IX) < BT-CPU(Sort-IX + 1))
                    move Beitrag-Entry(Sort-IX) to Beitrag-Entry-Save
                    move Beitrag-Entry(Sort-IX + 1)
                         to Beitrag-Entry(Sort-IX)
                    move Beitrag-Entry-Save
                         to Beitrag-Entry(Sort-IX + 1)
                 end-if
              end-perform
           end-perform.


       Print-Report Section.
           move Berichts-Monat to HL-Monat.
           move Heading-Line-1 to Print-Line.
           write Print-Line.
           perform varying Sys-IX from 1 by 1 until Sys-IX > Sys-Count
              perform Print-One-LPAR
           end-perform.
           perform Print-Trailer.


       Print-One-LPAR Section.
           move spaces to Print-Line.
           write Print-Line.
           move SY-System(Sys-IX) to SH-System.
           move SY-MSU(Sys-IX) to SH-MSU.
           move SY-Prozessoren(Sys-IX) to SH-Prozessoren.
           move SY-Count(Sys-IX) to SH-Count.
           move Sys-Heading to Print-Line.
           write Print-Line.
           if SY-Peak-Stunde(Sys-IX) = 0
              move No-Usage-Line to Print-Line
              write Print-Line
              exit section
           end-if.
           move SY-Peak-4H(Sys-IX) to PL-MSU.
           compute MSU-Faktor rounded = SY-MSU(Sys-IX)
                 / (SY-Prozessoren(Sys-IX) * 3600).
           compute Peak-Von = SY-Peak-Stunde(Sys-IX) - 3.
           if Peak-Von < 1
              move 1 to Peak-Von
           end-if.
           move Peak-Von to Stunde-IX.
           perform Format-Stunde.
           move Anzeige-Datum to PL-Von-Datum.
           move Anzeige-Stunde to PL-Von-Stunde.
           move SY-Peak-Stunde(Sys-IX) to Stunde-IX.
           perform Format-Stunde.
           move Anzeige-Datum to PL-Bis-Datum.
           move Anzeige-Stunde to PL-Bis-Stunde.
           move Peak-Line to Print-Line.
           write Print-Line.
           perform Print-Beitraege.
           perform Print-Nah-Tage.


       Format-Stunde Section.
      *    Hour of the month (1 = the first hour) back to its date
      *    and clock hour.
           compute Tag-Nummer = (Stunde-IX - 1) / 24.
           compute Anzeige-Datum =
                 function date-of-integer (Monat-Basis + Tag-Nummer).
           compute Anzeige-Stunde = Stunde-IX - 1 - Tag-Nummer * 24.


       Print-Beitraege Section.
      *    Each contributor's CPU inside the window, and the MSU
      *    it added to the four-hour average.
           move spaces to Print-Line.
           write Print-Line.
           move Beitrag-Heading-1 to Print-Line.
           write Print-Line.
           move Beitrag-Heading-2 to Print-Line.
           write Print-Line.
           move 0 to Print-Count.
           perform varying Bei-IX from 1 by 1
                 until Bei-IX > Beitrag-Count
                 or Print-Count >= Top-N-Limit
              if BT-Sys-Pos(Bei-IX) = Sys-IX
                 move BT-Jobname(Bei-IX) to BL-Jobname
                 move BT-Tranid(Bei-IX) to BL-Tranid
                 compute BL-CPU-Sek rounded = BT-CPU(Bei-IX) / 1000000
                 compute MSU-4H rounded =
                       BT-CPU(Bei-IX) * MSU-Faktor / 4000000
                 move MSU-4H to BL-MSU
                 if SY-Peak-4H(Sys-IX) > 0
                    compute Pct-Wert rounded =
                          MSU-4H * 100 / SY-Peak-4H(Sys-IX)
                 else
                    move 0 to Pct-Wert
                 end-if
                 move Pct-Wert to BL-Pct
                 move Beitrag-Line to Print-Line
                 write Print-Line
                 add 1 to Print-Count
              end-if
           end-perform.


       Print-Nah-Tage Section.
           compute Nah-Rest = 100 - Nah-Pct.
           compute Nah-Grenze rounded =
                 SY-Peak-4H(Sys-IX) * Nah-Rest / 100.
           move spaces to Print-Line.
           write Print-Line.
           move Nah-Pct to TH-Pct.
           move Tag-Heading-1 to Print-Line.
           write Print-Line.
           move Tag-Heading-2 to Print-Line.
           write Print-Line.
           perform varying Tag-IX from 1 by 1
                 until Tag-IX > Monat-Tage
              if SY-Tag-Max(Sys-IX Tag-IX) >= Nah-Grenze
                 compute Anzeige-Datum = function date-of-integer
                       (Monat-Basis + Tag-IX - 1)
                 move Anzeige-Datum to TL-Datum
                 move SY-Tag-Max(Sys-IX Tag-IX) to TL-MSU
                 compute Pct-Wert rounded =
                       SY-Tag-Max(Sys-IX Tag-IX) * 100
                       / SY-Peak-4H(Sys-IX)
                 move Pct-Wert to TL-Pct
                 move Tag-Line to Print-Line
                 write Print-Line
              end-if
           end-perform.


       Print-Trailer Section.
           move spaces to Print-Line.
           write Print-Line.
           move Satz-Gelesen to TR-Gelesen.
           move Trailer-Line-1 to Print-Line.
           write Print-Line.
           move Ohne-Kap-Count to TR-Ohne-Kap.
           move Trailer-Line-2 to Print-Line.
           write Print-Line.
           move Unstamped-Count to TR-Unstamped.
           move Trailer-Line-3 to Print-Line.
           write Print-Line.
           move Ausserhalb-Count to TR-Ausserhalb.
           move Trailer-Line-4 to Print-Line.
           write Print-Line.
