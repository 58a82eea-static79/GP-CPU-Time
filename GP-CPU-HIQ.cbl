       ID Division.
       PROGRAM-ID. GPCPUHIQ.
      * ****************************************************************
      *                                                                *
      *    Online inquiry against the permanent history master -      *
      *    transaction GPHI, map GPHIMAP in mapset GPHIMS.  An        *
      *    analyst keys a jobname, or the front of one (PAY or        *
      *    PAY*), and optionally a FROM and TO date, and pages        *
      *    through the matching HistMast rows - daily detail and      *
      *    the "JJJJMM00" monthly rows GPCPUHSM folds old detail      *
      *    into - with count, CPU, elapsed and SRB seconds and the    *
      *    cost center that owns the job.  The questions that used    *
      *    to mean a GPCPUHRP run and a wait for the listing.         *
      *                                                                *
      *    HistMast is the KSDS GPCPUHST loads (CICS file GPHMAST),   *
      *    browsed from the prefix on; the cost center comes from     *
      *    the keyed copy of Owners (CICS file GPOWNER) GPCPUOW       *
      *    refreshes.  A monthly row counts as inside the range when  *
      *    its month is, so a range of whole months finds the aged   *
      *    rows as well as the detail.                                *
      *                                                                *
      *    Pseudo-conversational.  The COMMAREA carries the search    *
      *    and the starting key of every page shown so far, so PF7    *
      *    can go back as well as PF8 forward - up to Seiten-Max      *
      *    pages, after which the search has to be narrowed.          *
      *                                                                *
      * ****************************************************************
       Environment Division.
       Configuration Section.
       Source-Computer. IBM-zOS.
       Object-Computer. IBM-zOS.
       Special-names.
           Decimal-point is comma.

       Data Division.
       Working-Storage Section.
      *    The conversation's state between screens.
         01 HIQ-Commarea.
           05 CA-Eingabe       PIC X(8)  Value Spaces.
           05 CA-Jobname       PIC X(8)  Value Spaces.
           05 CA-Prefix-Laenge PIC 9(1)  Value Zero.
           05 CA-Von-Datum     PIC X(8)  Value Spaces.
           05 CA-Bis-Datum     PIC X(8)  Value Spaces.
           05 CA-Seite         PIC 9(3)  Value Zero.
           05 CA-Mehr-Switch   PIC X(1)  Value "N".
              88 CA-Mehr-Seiten Value "Y".
           05 CA-Seiten-Key    PIC X(21) OCCURS 50 TIMES.

         01 Seiten-Max         PIC 9(3)  Value 50.
         01 Zeilen-Max         PIC 9(2)  Value 14.

      *    HistMast and Owners record layouts - the same as the
      *    batch programs' FDs.
         01 Hist-Record.
           05 HM-Schluessel.
              10 HM-Jobname    PIC X(8).
              10 HM-Datum      PIC X(8).
              10 HM-Umgebung   PIC X(5).
           05 HM-Count         PIC 9(7).
           05 HM-CPU           PIC 9(15).
           05 HM-Elapsed       PIC 9(15).
           05 HM-SRB           PIC 9(15).

         01 Owner-Record.
           05 OW-Jobname       PIC X(8).
           05 OW-Kostenstelle  PIC X(6).

         01 Browse-Key         PIC X(21) Value Spaces.
         01 CICS-Resp          PIC S9(8) Comp Value Zero.
         01 Abs-Zeit           PIC S9(15) Comp-3 Value Zero.
         01 Heute              PIC X(10) Value Spaces.

         01 Browse-Switch      PIC X(1)  Value "N".
            88 Browse-Ende     Value "Y".

      *    One row of the screen per table entry, moved onto the
      *    map's fourteen line fields by Move-Zeilen.
         01 Zeilen-Count       PIC 9(2)  Value Zero.
         01 Zeilen-Table.
           05 Zeilen-Entry OCCURS 14 TIMES INDEXED BY ZT-IX.
              10 ZT-Text       PIC X(78).

         01 Anzeige-Zeile.
           05 AZ-Jobname       PIC X(8).
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-Datum         PIC X(10).
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-Art           PIC X(3).
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-Umgebung      PIC X(5).
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-Count         PIC ZZZZZ9.
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-CPU           PIC ZZZZZZZ9,99.
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-Elapsed       PIC ZZZZZZZ9,99.
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-SRB           PIC ZZZZZZ9,99.
           05 Filler           PIC X(1)  Value Spaces.
           05 AZ-Kostenstelle  PIC X(6).

      *    The cost center of the last jobname looked up - the rows
      *    come in jobname order, so one READ serves all of a job's
      *    rows on the page.
         01 Letzter-Owner-Job  PIC X(8)  Value Low-Values.
         01 Letzte-Kostenstelle PIC X(6) Value Spaces.

         01 Meldung            PIC X(78) Value Spaces.
         01 Seite-Anzeige      PIC ZZ9.

         01 Pruef-Datum        PIC X(8)  Value Spaces.
         01 Datum-Fehler-Switch PIC X(1) Value "N".
            88 Datum-Fehler    Value "Y".

         01 Ende-Text          PIC X(30) Value
              "GPHI - HISTORY INQUIRY ENDED".

           COPY DFHAID.
           COPY GPHIMS.

       Linkage Section.
         01 DFHCOMMAREA        PIC X(1087).


       Procedure Division.
       Main section.
           if EIBCALEN = 0
              perform Erstanzeige
           else
              move DFHCOMMAREA to HIQ-Commarea
              evaluate EIBAID
                 when DFHPF3
                 when DFHCLEAR
                    perform Beenden
                 when DFHENTER
                    perform Neue-Suche
                 when DFHPF8
                    perform Vorblaettern
                 when DFHPF7
                    perform Zurueckblaettern
                 when other
                    move "KEY NOT IN USE - ENTER, PF7, PF8 OR PF3"
                        to Meldung
                    perform Send-Meldung
              end-evaluate
           end-if.
           EXEC CICS RETURN TRANSID('GPHI')
                COMMAREA(HIQ-Commarea)
                LENGTH(length of HIQ-Commarea)
           END-EXEC.


       Erstanzeige Section.
           initialize HIQ-Commarea.
           move low-values to GPHIMAPO.
           perform Hole-Datum.
           move "ENTER A JOBNAME OR PREFIX AND, IF WANTED, A DATE RANGE"
               to MELDO.
           EXEC CICS SEND MAP('GPHIMAP') MAPSET('GPHIMS')
                FROM(GPHIMAPO) ERASE
           END-EXEC.


       Beenden Section.
           EXEC CICS SEND TEXT FROM(Ende-Text)
                LENGTH(length of Ende-Text) ERASE FREEKB
           END-EXEC.
           EXEC CICS RETURN END-EXEC.


       Hole-Datum Section.
           EXEC CICS ASKTIME ABSTIME(Abs-Zeit) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(Abs-Zeit)
                YYYYMMDD(Heute) DATESEP('-')
           END-EXEC.
           move Heute to DATUMO.


       Neue-Suche Section.
           EXEC CICS RECEIVE MAP('GPHIMAP') MAPSET('GPHIMS')
                INTO(GPHIMAPI) RESP(CICS-Resp)
           END-EXEC.
           if CICS-Resp = DFHRESP(MAPFAIL)
              move "ENTER A JOBNAME OR PREFIX" to Meldung
              perform Send-Meldung
              exit section
           end-if.
           move spaces to Meldung.
           perform Pruefe-Eingabe.
      *    The criteria in the COMMAREA are now part new, part old -
      *    no page of them can be turned until an ENTER goes through.
           if Meldung not = spaces
              move 0 to CA-Seite
              move "N" to CA-Mehr-Switch
              perform Send-Meldung
              exit section
           end-if.
           move 1 to CA-Seite.
           move low-values to CA-Seiten-Key(1).
           move CA-Jobname (1:CA-Prefix-Laenge)
               to CA-Seiten-Key(1) (1:CA-Prefix-Laenge).
           perform Lies-Seite.
           perform Send-Seite.


       Pruefe-Eingabe Section.
      *    The jobname is taken up to its first blank or asterisk;
      *    what is left is the prefix every row must start with.
      *    Blank dates leave that end of the range open.
           inspect JOBNI replacing all low-values by spaces.
           inspect VONI replacing all low-values by spaces.
           inspect BISI replacing all low-values by spaces.
           move JOBNI to CA-Eingabe.
           move JOBNI to CA-Jobname.
           inspect CA-Jobname replacing all "*" by space.
           move 0 to CA-Prefix-Laenge.
           inspect CA-Jobname tallying CA-Prefix-Laenge
               for characters before initial space.
           if CA-Prefix-Laenge = 0
              move "ENTER A JOBNAME OR THE FRONT OF ONE" to Meldung
              exit section
           end-if.
           if CA-Prefix-Laenge < 8
              move spaces to CA-Jobname (CA-Prefix-Laenge + 1:)
           end-if.
           if VONI = spaces
              move "00000000" to CA-Von-Datum
           else
              move VONI to Pruef-Datum
              perform Pruefe-Datum
              if Datum-Fehler
                 move "FROM DATE MUST BE YYYYMMDD" to Meldung
                 exit section
              end-if
              move VONI to CA-Von-Datum
           end-if.
           if BISI = spaces
              move "99999999" to CA-Bis-Datum
           else
              move BISI to Pruef-Datum
              perform Pruefe-Datum
              if Datum-Fehler
                 move "TO DATE MUST BE YYYYMMDD" to Meldung
                 exit section
              end-if
              move BISI to CA-Bis-Datum
           end-if.
           if CA-Von-Datum > CA-Bis-Datum
              move "FROM DATE IS AFTER TO DATE" to Meldung
           end-if.


       Pruefe-Datum Section.
      *    Day 00 is allowed - it is how the monthly rows are dated.
           move "N" to Datum-Fehler-Switch.
           if Pruef-Datum not numeric
              set Datum-Fehler to true
              exit section
           end-if.
           if Pruef-Datum (5:2) < "01" or Pruef-Datum (5:2) > "12"
              set Datum-Fehler to true
              exit section
           end-if.
           if Pruef-Datum (7:2) > "31"
              set Datum-Fehler to true
           end-if.


       Vorblaettern Section.
           evaluate true
              when CA-Seite = 0
                 move "ENTER A SEARCH FIRST" to Meldung
                 perform Send-Meldung
              when not CA-Mehr-Seiten
                 move "LAST PAGE - NO MORE ROWS" to Meldung
                 perform Send-Meldung
              when CA-Seite >= Seiten-Max
                 move "PAGE LIMIT REACHED - NARROW THE SEARCH"
                     to Meldung
                 perform Send-Meldung
              when other
                 add 1 to CA-Seite
                 move spaces to Meldung
                 perform Lies-Seite
                 perform Send-Seite
           end-evaluate.


       Zurueckblaettern Section.
           evaluate true
              when CA-Seite = 0
                 move "ENTER A SEARCH FIRST" to Meldung
                 perform Send-Meldung
              when CA-Seite = 1
                 move "ALREADY ON THE FIRST PAGE" to Meldung
                 perform Send-Meldung
              when other
                 subtract 1 from CA-Seite
                 move spaces to Meldung
                 perform Lies-Seite
                 perform Send-Seite
           end-evaluate.


       Lies-Seite Section.
      *    Browse from the page's starting key until the screen is
      *    full or the rows stop matching the prefix.  The first
      *    matching row that does not fit is where the next page
      *    starts.
           move spaces to Zeilen-Table.
           move 0 to Zeilen-Count.
           move "N" to CA-Mehr-Switch.
           move "N" to Browse-Switch.
           move CA-Seiten-Key(CA-Seite) to Browse-Key.
           EXEC CICS STARTBR FILE('GPHMAST') RIDFLD(Browse-Key)
                GTEQ RESP(CICS-Resp)
           END-EXEC.
           evaluate CICS-Resp
              when DFHRESP(NORMAL)
                 continue
              when DFHRESP(NOTFND)
                 exit section
              when other
                 move "HISTORY FILE GPHMAST NOT AVAILABLE" to Meldung
                 exit section
           end-evaluate.
           perform until Browse-Ende
              perform Lies-Naechsten
           end-perform.
           EXEC CICS ENDBR FILE('GPHMAST') END-EXEC.


       Lies-Naechsten Section.
           EXEC CICS READNEXT FILE('GPHMAST') INTO(Hist-Record)
                RIDFLD(Browse-Key) RESP(CICS-Resp)
           END-EXEC.
           if CICS-Resp = DFHRESP(ENDFILE)
              set Browse-Ende to true
              exit section
           end-if.
           if CICS-Resp not = DFHRESP(NORMAL)
              move "READ ERROR ON HISTORY FILE GPHMAST" to Meldung
              set Browse-Ende to true
              exit section
           end-if.
           if HM-Jobname (1:CA-Prefix-Laenge)
                 not = CA-Jobname (1:CA-Prefix-Laenge)
              set Browse-Ende to true
              exit section
           end-if.
      *    A monthly row is in range when its month is.
           if HM-Datum (7:2) = "00"
              if HM-Datum (1:6) < CA-Von-Datum (1:6)
                    or HM-Datum (1:6) > CA-Bis-Datum (1:6)
                 exit section
              end-if
           else
              if HM-Datum < CA-Von-Datum
                    or HM-Datum > CA-Bis-Datum
                 exit section
              end-if
           end-if.
           if Zeilen-Count >= Zeilen-Max
              set CA-Mehr-Seiten to true
              if CA-Seite < Seiten-Max
                 move HM-Schluessel to CA-Seiten-Key(CA-Seite + 1)
              end-if
              set Browse-Ende to true
              exit section
           end-if.
           add 1 to Zeilen-Count.
           perform Baue-Zeile.


       Baue-Zeile Section.
           move HM-Jobname to AZ-Jobname.
           move spaces to AZ-Datum.
           if HM-Datum (7:2) = "00"
              string HM-Datum (1:4) "-" HM-Datum (5:2)
                  delimited by size into AZ-Datum
              move "MON" to AZ-Art
           else
              string HM-Datum (1:4) "-" HM-Datum (5:2) "-"
                  HM-Datum (7:2)
                  delimited by size into AZ-Datum
              move "DAY" to AZ-Art
           end-if.
           move HM-Umgebung to AZ-Umgebung.
           move HM-Count to AZ-Count.
           compute AZ-CPU rounded = HM-CPU / 1000000.
           compute AZ-Elapsed rounded = HM-Elapsed / 1000000.
           compute AZ-SRB rounded = HM-SRB / 1000000.
           perform Lookup-Owner.
           move Letzte-Kostenstelle to AZ-Kostenstelle.
           set ZT-IX to Zeilen-Count.
           move Anzeige-Zeile to ZT-Text(ZT-IX).


       Lookup-Owner Section.
           if HM-Jobname = Letzter-Owner-Job
              exit section
           end-if.
           move HM-Jobname to Letzter-Owner-Job.
           EXEC CICS READ FILE('GPOWNER') INTO(Owner-Record)
                RIDFLD(HM-Jobname) RESP(CICS-Resp)
           END-EXEC.
           evaluate CICS-Resp
              when DFHRESP(NORMAL)
                 move OW-Kostenstelle to Letzte-Kostenstelle
              when DFHRESP(NOTFND)
                 move "NONE" to Letzte-Kostenstelle
              when other
                 move "?" to Letzte-Kostenstelle
           end-evaluate.


       Send-Seite Section.
           move low-values to GPHIMAPO.
           perform Hole-Datum.
           move CA-Eingabe to JOBNO.
           if CA-Von-Datum not = "00000000"
              move CA-Von-Datum to VONO
           end-if.
           if CA-Bis-Datum not = "99999999"
              move CA-Bis-Datum to BISO
           end-if.
           move CA-Seite to Seite-Anzeige.
           move Seite-Anzeige to SEITEO.
           perform Move-Zeilen.
           if Meldung = spaces
              evaluate true
                 when Zeilen-Count = 0
                    move "NO HISTORY ROWS FOR THIS JOBNAME AND RANGE"
                        to Meldung
                 when CA-Mehr-Seiten
                    move "PF8 FOR MORE ROWS" to Meldung
                 when other
                    move "LAST PAGE" to Meldung
              end-evaluate
           end-if.
           move Meldung to MELDO.
           EXEC CICS SEND MAP('GPHIMAP') MAPSET('GPHIMS')
                FROM(GPHIMAPO) ERASE
           END-EXEC.


       Move-Zeilen Section.
           move ZT-Text(1) to ZEILE01O.
           move ZT-Text(2) to ZEILE02O.
           move ZT-Text(3) to ZEILE03O.
           move ZT-Text(4) to ZEILE04O.
           move ZT-Text(5) to ZEILE05O.
           move ZT-Text(6) to ZEILE06O.
           move ZT-Text(7) to ZEILE07O.
           move ZT-Text(8) to ZEILE08O.
           move ZT-Text(9) to ZEILE09O.
           move ZT-Text(10) to ZEILE10O.
           move ZT-Text(11) to ZEILE11O.
           move ZT-Text(12) to ZEILE12O.
           move ZT-Text(13) to ZEILE13O.
           move ZT-Text(14) to ZEILE14O.


       Send-Meldung Section.
      *    Only the message goes out - the rows and criteria already
      *    on the screen stay as they are, the cursor goes back to
      *    the jobname.
           move low-values to GPHIMAPO.
           move Meldung to MELDO.
           move -1 to JOBNL.
           EXEC CICS SEND MAP('GPHIMAP') MAPSET('GPHIMS')
                FROM(GPHIMAPO) DATAONLY CURSOR
           END-EXEC.
