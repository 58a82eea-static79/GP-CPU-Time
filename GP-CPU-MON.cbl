      *                                                                *
      *    Morning health summary for the GPCPU suite.  Each daily    *
      *    program - GPCPUEDT, GPCPURPT, GPCPUEXC, GPCPUTRD,          *
      *    GPCPUWIN, GPCPUBDG and (on sample days) GPCPUREC -         *
      *    appends one machine-readable record to the common RunStat  *
      *    file; this program reads them and prints a one-page        *
      *    traffic-light summary: capture volume against yesterday,   *
      *    exception rate, reconciliation verdict, window status and  *
      *    budget burn-down, flagging any feed that is missing or     *
      *    stale.  GPCPUEDT also appends a GPCPUBAL record - its      *
      *    balancing of the raw generation against GPCPUtime's        *
      *    control trailer - judged here as a feed of its own, by    *
      *    the worst of the newest day's records over all LPARs.      *
      *                                                                *
      *    Return code 8 when anything is RED, 4 when the worst is    *
      *    AMBER, 0 when the whole picture is GREEN - so the          *
      *    The feeds the morning picture is made of, in report
      *    order.  Pflicht "Y" means a missing or stale feed is RED;
      *    GPCPUREC only runs on sample days and stays advisory.
         01 Feed-Table-Max     PIC 9(1)  Value 8.
         01 Feed-Table-Values.
           05 Filler PIC X(9) Value "GPCPUEDTY".
           05 Filler PIC X(9) Value "GPCPUBALY".
           05 Filler PIC X(9) Value "GPCPURPTY".
           05 Filler PIC X(9) Value "GPCPUEXCY".
           05 Filler PIC X(9) Value "GPCPUTRDY".
           05 Filler PIC X(9) Value "GPCPUWINY".
           05 Filler PIC X(9) Value "GPCPUBDGY".
           05 Filler PIC X(9) Value "GPCPURECN".
         01 Feed-Table Redefines Feed-Table-Values.
           05 Feed-Entry OCCURS 8 TIMES INDEXED BY Feed-IX.
              10 FD-Programm      PIC X(8).
              10 FD-Pflicht       PIC X(1).

           evaluate FD-Programm(Feed-IX)
              when "GPCPUEDT"
                 perform Judge-Volume
              when "GPCPUBAL"
                 perform Judge-Balance
              when "GPCPUEXC"
                 perform Judge-Exceptions
              when "GPCPUTRD"
                 perform Judge-Trend
              when "GPCPUWIN"
                 perform Judge-Window
              when "GPCPUBDG"
                 perform Judge-Budget
              when "GPCPUREC"
                 perform Judge-Reconciliation
              when other
           end-if.


       Judge-Balance Section.
      *    Kennzahl-1 is the totals that differ from GPCPUtime's
      *    control trailer, Kennzahl-2 the trailers that never came.
      *    Either way the generation cannot be vouched for and
      *    GPCPUHST will refuse it - RED.  Every LPAR's edit appends
      *    its own GPCPUBAL record, so the newest one alone would let
      *    a balanced system hide an unbalanced one edited before it
      *    - the worst counts of the newest day's records are judged.
           perform varying Stat-IX from 1 by 1
                 until Stat-IX > Stat-Count
              if SA-Programm(Stat-IX) = "GPCPUBAL"
                    and SA-Datum(Stat-IX) = FB-Datum
                 if SA-Kennzahl-1(Stat-IX) > FB-Kennzahl-1
                    move SA-Kennzahl-1(Stat-IX) to FB-Kennzahl-1
                 end-if
                 if SA-Kennzahl-2(Stat-IX) > FB-Kennzahl-2
                    move SA-Kennzahl-2(Stat-IX) to FB-Kennzahl-2
                 end-if
              end-if
           end-perform.
           if FB-Kennzahl-2 > 0
              move "RED" to FB-Status
              move "NO CONTROL TRAILER" to FB-Hinweis
           else
              if FB-Kennzahl-1 > 0
                 move "RED" to FB-Status
                 move "OUT OF BALANCE" to FB-Hinweis
              else
                 move "BALANCED" to FB-Hinweis
              end-if
           end-if.


       Judge-Budget Section.
      *    Kennzahl-1 is the cost centers projected past their
      *    month's budget, Kennzahl-2 those projected past eighty
      *    percent of it.
           if FB-Kennzahl-1 > 0
              move "RED" to FB-Status
              move "BUDGET OVERRUN" to FB-Hinweis
           else
              if FB-Kennzahl-2 > 0
                 move "AMBER" to FB-Status
                 move "BUDGET OVER 80 PCT" to FB-Hinweis
              end-if
           end-if.


       Judge-Reconciliation Section.
      *    Kennzahl-1 divergent against SMF, Kennzahl-2 sampled but
      *    not on SMF at all.  Any divergence is RED - a bad offset
