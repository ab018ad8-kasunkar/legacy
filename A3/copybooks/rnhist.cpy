      *> YYYYMMDDHHMMSS). romanbatch writes the record at end of run,
      *> rnrecon fills in the balance verdict afterward, and rntrend
      *> reads the history back for the day-over-day trend report.
      *> rnrevs marks a backed-out run reversed (hist-reversed R) with
      *> the date and the supervisor who reversed it; the run's figures
      *> stay as posted so the record still says what was undone.
      *> the month-end close (rnclose) moves records from periods past
      *> the retention period onto the RNARCH archive.
      *> 2026-10-15  reversal fields added - the record grew from 80 to
      *> 97 bytes; unload RNHIST and reload it under the new layout
      *> (reversal fields blank) before the first run with it.
       01  hist-record.
           02 hist-key        picture x(14).
           02 hist-run-date   picture x(8).
           02 hist-misses     picture 9(9).
           02 hist-cond-code  picture 9(2).
           02 hist-balance    picture x.
           02 hist-reversed   picture x.
           02 hist-rev-date   picture x(8).
           02 hist-rev-by     picture x(8).
