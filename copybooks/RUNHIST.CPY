      * Run-history record layout, appended to RUNHIST.DAT by each
      * nightly cycle step as it completes and read by the trend
      * report. One line per completed run: the cycle date the run
      * belonged to, the step name, the date and HHMMSSHH time the
      * run started and ended, the return code it finished with, the
      * RESTART=Y/N indicator it ran under, and the read, accepted
      * and rejected counts it handed to the run totals (zero where
      * a step has no such figure).
       01  Run-History-Line.
           02  HST-Cycle-Date          PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Step                PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Start-Date          PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Start-Time          PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-End-Date            PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-End-Time            PIC X(8).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Return-Code         PIC 9(4).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Restart             PIC X.
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Read                PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Accepted            PIC 9(7).
           02  FILLER                  PIC X       VALUE ','.
           02  HST-Rejected            PIC 9(7).
