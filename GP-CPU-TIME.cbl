           05 Filler          PIC X(1)   value ";".
           05 Stepname        PIC X(8)   Value Spaces.

      *    The control totals - this program's own count of what it
      *    has put on the current generation, by Satzstatus, with
      *    hash totals of CPU-Zeit and SRB-Zeit.  Zeroed at OPEN,
      *    written as the generation's last record at CLOSE, so
      *    GPCPUEDT can tell a complete generation from one whose
      *    monitor died before CLOSE or that lost records on the way.
         01 Kontroll-Summen.
           05 KS-OK           PIC 9(9)   Value Zero.
           05 KS-Interval     PIC 9(9)   Value Zero.
           05 KS-Mismatch     PIC 9(9)   Value Zero.
           05 KS-Noslot       PIC 9(9)   Value Zero.
           05 KS-Orphan       PIC 9(9)   Value Zero.
           05 KS-Purged       PIC 9(9)   Value Zero.
           05 KS-Expired      PIC 9(9)   Value Zero.
           05 KS-CPU-Hash     PIC 9(18)  Value Zero.
           05 KS-SRB-Hash     PIC 9(18)  Value Zero.

      *    The control trailer itself - fixed columns, ";" between
      *    fields like the data records.  A jobname never starts
      *    with an asterisk, so it cannot be taken for usage.
         01 Kontroll-Satz.
           05 KT-Kennung      PIC X(8)   Value "*CONTROL".
           05 Filler          PIC X(1)   value ";".
           05 KT-Laufdatum    PIC X(8)   Value Spaces.
           05 Filler          PIC X(1)   value ";".
           05 KT-OK           PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-Interval     PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-Mismatch     PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-Noslot       PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-Orphan       PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-Purged       PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-Expired      PIC 9(9)   Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-CPU-Hash     PIC 9(18)  Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-SRB-Hash     PIC 9(18)  Value Zero.
           05 Filler          PIC X(1)   value ";".
           05 KT-System-ID    PIC X(4)   Value Spaces.
           05 Filler          PIC X(1)   value ";".
           05 KT-Stempel      PIC X(14)  Value Spaces.



       Linkage Section.
                 perform Load-Parameters
                 perform Select-Offset-Set
                 open output TimeData
                 initialize Kontroll-Summen
                 perform Load-Checkpoint
                 goback
              when "CLOSE"
                 perform Write-Checkpoint
                 perform Write-Control-Trailer
                 close TimeData
                 goback
              when "SNAP"
           move TT-Tranid(Task-IX) to Tran-ID.
           move TT-Stepname(Task-IX) to Stepname.
           perform ElimLeerzeichen.
           perform Write-TimeData.
           move "N" to TT-In-Use(Task-IX).
           add 1 to Purge-Evicted.

           move TT-Cut-Stamp(Task-IX) to Start-Zeit.
           move Int-Stamp to Stopp-Zeit.
           perform ElimLeerzeichen.
           perform Write-TimeData.


       Load-Parameters Section.
           move CP-Tranid to Tran-ID.
           move CP-Stepname to Stepname.
           perform ElimLeerzeichen.
           perform Write-TimeData.


       Claim-Slot-As-Start Section.
              perform Alert-High-CPU
           end-if.
           perform ElimLeerzeichen.
           perform Write-TimeData.


       Lookup-Alert-Threshold Section.
           move cics-tranid to Tran-ID.
           move step-name to Stepname.
           perform ElimLeerzeichen.
           perform Write-TimeData.


       Write-Table-Full Section.
           move cics-tranid to Tran-ID.
           move step-name to Stepname.
           perform ElimLeerzeichen.
           perform Write-TimeData.


       Write-TimeData Section.
      *    Every record goes out through here, so the control
      *    trailer counts exactly what reached the file.
           evaluate Satzstatus
              when "OK"
                 add 1 to KS-OK
              when "INTERVAL"
                 add 1 to KS-Interval
              when "MISMATCH"
                 add 1 to KS-Mismatch
              when "NOSLOT"
                 add 1 to KS-Noslot
              when "ORPHAN"
                 add 1 to KS-Orphan
              when "PURGED"
                 add 1 to KS-Purged
              when "EXPIRED"
                 add 1 to KS-Expired
           end-evaluate.
           add CPU-Zeit to KS-CPU-Hash.
           add SRB-Zeit to KS-SRB-Hash.
           write TimeDataOut from Datensatz-OUT.


       Write-Control-Trailer Section.
      *    The generation's last record - written after the final
      *    checkpoint, so nothing can follow it.  A generation that
      *    ends without one never saw its CLOSE.
           move function CURRENT-DATE (1:8) to KT-Laufdatum.
           move function CURRENT-DATE (1:14) to KT-Stempel.
           move KS-OK to KT-OK.
           move KS-Interval to KT-Interval.
           move KS-Mismatch to KT-Mismatch.
           move KS-Noslot to KT-Noslot.
           move KS-Orphan to KT-Orphan.
           move KS-Purged to KT-Purged.
           move KS-Expired to KT-Expired.
           move KS-CPU-Hash to KT-CPU-Hash.
           move KS-SRB-Hash to KT-SRB-Hash.
           move SMF-System-ID to KT-System-ID.
           write TimeDataOut from Kontroll-Satz.
           display "GPCPU098 CONTROL TRAILER WRITTEN OK=" KS-OK
               " INTERVAL=" KS-Interval " OTHER="
               KS-Mismatch "/" KS-Noslot "/" KS-Orphan "/"
               KS-Purged "/" KS-Expired upon console.


       ElimLeerzeichen Section.
           move 1 to P1 P2.
           move spaces to Datensatz-OUT Datensatz-TEMP.
