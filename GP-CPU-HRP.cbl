           Decimal-point is comma.
       Input-Output Section.
       File-control.
      *    OPTIONAL: a master never loaded yet reads as empty.
           Select Optional HistMast assign to HistMast
               organization is indexed
               access mode is sequential
               record key is HM-Schluessel.
           Select CPURpt   assign to CPURpt.

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
