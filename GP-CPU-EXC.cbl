           perform until End-Of-File
      *       INTERVAL slices are real usage cut from long-open
      *       tasks at the monitor's checkpoint moment, not an
      *       exception - they belong to the usage reports.  The
      *       CONTROL record GPCPUEDT closes each generation with is
      *       bookkeeping, not usage of any kind.
              if P-Satzstatus not = "OK"
                    and P-Satzstatus not = "INTERVAL"
                    and P-Satzstatus not = "CONTROL"
                 perform Accumulate-Exception
              end-if
              perform Read-Timedata
