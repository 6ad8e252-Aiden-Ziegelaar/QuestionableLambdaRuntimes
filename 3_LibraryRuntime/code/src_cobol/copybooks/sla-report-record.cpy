      * Vendor turnaround report line - free-format text lines built
      * by sla-report for the quarterly vendor review: per channel and
      * per home branch, how many greetings went out, how many the
      * vendor answered, percentile turnaround, breaches of the
      * contracted turnaround, and greetings still unanswered past
      * it, with the unanswered ones broken down by the day they were
      * generated so a file that never reached the vendor stands out
      * from a vendor that is merely slow.
       01  SLA-REPORT-RECORD            PIC X(132).
