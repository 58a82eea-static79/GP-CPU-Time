      * ****************************************************************
      *                                                                *
      *    Maintenance utility for the permanent history master       *
      *    GPCPUHST loads.  The master is a VSAM KSDS keyed on        *
      *    job/day/Umgebung, so a rerun of the consolidation can no   *
      *    longer double a month - GPCPUHST replaces a key that is    *
      *    already there, the latest load wins.  What is left for     *
      *    this program is keeping the file from growing without      *
      *    bound at per-job/per-day grain.  It updates the master in  *
      *    place and reports what it changed:                         *
      *                                                                *
      *    - retention aging: detail older than the horizon on the    *
      *      SYSIN card (columns 1-3, months, default 24) is folded   *
      *      in the date - "JJJJMM00" sorts ahead of every real day   *
      *      of its month, so GPCPUHRP's range filters keep working;  *
      *                                                                *
      *    - integrity check: record counts before and after, and     *
      *      calendar days inside the detail range with no records   *
      *      at all - the audit trail capacity planning needs to      *
      *      keep trusting this file.                                 *
      *                                                                *
      *    Aged detail is deleted and the monthly rows written or     *
      *    rewritten by key - see JCL(GPCPUHS) for the backup step    *
      *    that copies the master off first.                          *
      *                                                                *
      * ****************************************************************
       Environment Division.
           Decimal-point is comma.
       Input-Output Section.
       File-control.
      *    OPTIONAL: a master never loaded yet has nothing to age.
           Select Optional HistMast assign to HistMast
               organization is indexed
               access mode is dynamic
               record key is HM-Schluessel.
           Select AuditRpt assign to AuditRpt.

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

       FD  AuditRpt
           Record 132 recording mode is f label record omitted.
         01 Print-Line        PIC X(132).
              10 HT-SRB           PIC 9(15).
              10 HT-Geloescht     PIC X(1).
                 88 HT-Weg        Value "Y".
      *          What the master needs for this row at the end -
      *          "W" a monthly row new to the file, "R" one that was
      *          on file and has grown.  Deleted rows are HT-Weg.
              10 HT-Aenderung     PIC X(1).
                 88 HT-Schreiben  Value "W".
                 88 HT-Ersetzen   Value "R".
         01 Hist-Count         PIC 9(5)  Value Zero.
         01 Lauf-IX            PIC 9(5)  Value Zero.

           05 GR-Monat         PIC 9(2)  Value Zero.
         01 Monate-Gesamt      PIC 9(7)  Value Zero.

      *    A monthly row already on the master beyond the table's
      *    reach - its totals are added to the ones folded here.
         01 Hist-Record-Save.
           05 HS-Count         PIC 9(7)  Value Zero.
           05 HS-CPU           PIC 9(15) Value Zero.
           05 HS-Elapsed       PIC 9(15) Value Zero.
           05 HS-SRB           PIC 9(15) Value Zero.

      *    Distinct detail dates surviving the aging pass, for the
      *    gap check - sized for three years of calendar days.
         01 Zaehler-Felder.
           05 Gelesen          PIC 9(7)  Value Zero.
           05 Geschrieben      PIC 9(7)  Value Zero.
           05 Gealtert         PIC 9(7)  Value Zero.
           05 Monat-Zeilen     PIC 9(7)  Value Zero.
           05 Fehler           PIC 9(7)  Value Zero.

         01 Heading-Line-1
              PIC X(44) Value
           05 CL-Geschrieben     PIC ZZZZZZ9.

         01 Count-Line-2.
           05 Filler             PIC X(20) Value "DETAIL AGED       : ".
           05 CL-Gealtert        PIC ZZZZZZ9.
           05 Filler             PIC X(17) Value "   NEW MONTHLY : ".
           05 CL-Monat           PIC ZZZZZZ9.
           05 Filler             PIC X(18) Value "   UPDATE ERRORS: ".
           05 CL-Fehler          PIC ZZZZZZ9.

         01 Gap-Line.
           05 Filler             PIC X(20) Value "DETAIL DATE RANGE : ".
                Value "   DAYS WITH NO DATA ".
           05 GP-Luecken         PIC ZZZZZZ9.

         01 Clean-Line          PIC X(36) Value
              "NO UPDATE ERRORS - MASTER CLEAN".

         01 Error-Line          PIC X(44) Value
              "UPDATE ERRORS - SEE CONSOLE FOR THE KEYS".


       Procedure Division.
           perform Load-Hist-Table.
           perform Age-Old-Detail.
           perform Check-Date-Gaps.
           perform Update-Master.
           perform Print-Audit.
           perform Close-Files.
           display "GPCPUHSM IN=" Gelesen " OUT=" Geschrieben
               " AGED=" Gealtert " ERRORS=" Fehler upon console.
           if Fehler > 0
              move 8 to Return-Code
           end-if.
           stop run.




       Open-Files Section.
           open i-o HistMast
           open output AuditRpt.


       Close-Files Section.
           close HistMast
           close AuditRpt.


       Read-HistMast Section.
           read HistMast next record
              at end set End-Of-File to true
              not at end add 1 to Gelesen
           end-read.


       Load-Hist-Table Section.
      *    The master comes back in key order and a key can only be
      *    on it once, so every record is simply taken.
           perform Read-HistMast.
           perform until End-Of-File
              perform Take-Hist-Record
              perform Read-HistMast
           end-perform.


       Take-Hist-Record Section.
           if Hist-Count >= Hist-Table-Max
      *       Master outgrew the table - later records stay on file
      *       unexamined rather than indexed past the last entry;
      *       the console flags it so the sizing can be raised
      *       before the next run.
              if not Hist-Table-Full
                 display "GPCPUHSM HISTORY TABLE FULL - RECORDS L"
                     "EFT UNCHECKED" upon console
              end-if
              move "Y" to Hist-Table-Full-Switch
              exit section
           end-if.
           add 1 to Hist-Count.
           set Hist-IX to Hist-Count.
           move HM-Jobname to HT-Jobname(Hist-IX).
           move HM-Datum to HT-Datum(Hist-IX).
           move HM-Umgebung to HT-Umgebung(Hist-IX).
           move HM-Elapsed to HT-Elapsed(Hist-IX).
           move HM-SRB to HT-SRB(Hist-IX).
           move "N" to HT-Geloescht(Hist-IX).
           move space to HT-Aenderung(Hist-IX).


       Age-Old-Detail Section.
           end-perform.
           if Hist-Found
              subtract 1 from Lauf-IX
              if not HT-Schreiben(Lauf-IX)
                 move "R" to HT-Aenderung(Lauf-IX)
              end-if
           else
              if Hist-Count >= Hist-Table-Max
      *          No room for a new monthly row - leave the detail
              move 0 to HT-Count(Lauf-IX) HT-CPU(Lauf-IX)
                        HT-Elapsed(Lauf-IX) HT-SRB(Lauf-IX)
              move "N" to HT-Geloescht(Lauf-IX)
              move "W" to HT-Aenderung(Lauf-IX)
              add 1 to Monat-Zeilen
           end-if.
           add HT-Count(Hist-IX) to HT-Count(Lauf-IX).
           end-if.


       Update-Master Section.
      *    Only what the aging pass touched goes back to the file -
      *    aged detail deleted, monthly rows written or rewritten.
      *    A new monthly row whose key turns out to be on file after
      *    all (table full) is added to, not lost.
           perform varying Hist-IX from 1 by 1
                 until Hist-IX > Hist-Count
              perform Move-Row
              evaluate true
                 when HT-Weg(Hist-IX)
                    delete HistMast record
                       invalid key
                          display "GPCPUHSM DELETE FAILED KEY="
                              HM-Schluessel upon console
                          add 1 to Fehler
                    end-delete
                 when HT-Schreiben(Hist-IX)
                    write Hist-Record
                       invalid key perform Add-To-Existing
                    end-write
                 when HT-Ersetzen(Hist-IX)
                    rewrite Hist-Record
                       invalid key
                          display "GPCPUHSM REWRITE FAILED KEY="
                              HM-Schluessel upon console
                          add 1 to Fehler
                    end-rewrite
              end-evaluate
           end-perform.
           compute Geschrieben = Gelesen - Gealtert + Monat-Zeilen.


       Move-Row Section.
           move HT-Jobname(Hist-IX) to HM-Jobname.
           move HT-Datum(Hist-IX) to HM-Datum.
           move HT-Umgebung(Hist-IX) to HM-Umgebung.
           move HT-Count(Hist-IX) to HM-Count.
           move HT-CPU(Hist-IX) to HM-CPU.
           move HT-Elapsed(Hist-IX) to HM-Elapsed.
           move HT-SRB(Hist-IX) to HM-SRB.


       Add-To-Existing Section.
           move HM-Count to HS-Count.
           move HM-CPU to HS-CPU.
           move HM-Elapsed to HS-Elapsed.
           move HM-SRB to HS-SRB.
           read HistMast record
              invalid key
                 display "GPCPUHSM WRITE FAILED KEY=" HM-Schluessel
                     upon console
                 add 1 to Fehler
                 exit section
           end-read.
           add HS-Count to HM-Count.
           add HS-CPU to HM-CPU.
           add HS-Elapsed to HM-Elapsed.
           add HS-SRB to HM-SRB.
           rewrite Hist-Record
              invalid key
                 display "GPCPUHSM REWRITE FAILED KEY=" HM-Schluessel
                     upon console
                 add 1 to Fehler
           end-rewrite.
           subtract 1 from Monat-Zeilen.


       Print-Audit Section.
           move Geschrieben to CL-Geschrieben.
           move Count-Line-1 to Print-Line.
           write Print-Line.
           move Gealtert to CL-Gealtert.
           move Monat-Zeilen to CL-Monat.
           move Fehler to CL-Fehler.
           move Count-Line-2 to Print-Line.
           write Print-Line.
           if Datum-Count > 0
           end-if.
           move spaces to Print-Line.
           write Print-Line.
           if Fehler = 0
              move Clean-Line to Print-Line
           else
              move Error-Line to Print-Line
           end-if.
           write Print-Line.
