      *> them to 'C' (corrected, value validated through rnconv) and
      *> on release to 'R', and the rnsrel release step writes the
      *> 'R' records out for the next run and deletes them here.
      *> a supervisor can mark an item 'W' (write off) on the screen;
      *> the rnsaging write-off step moves 'W' items, and any item
      *> past the write-off age, onto the RNWOFF history and off here.
      *> 2026-10-15  susp-marked-by added for the supervisor who
      *> marked an item for write-off - the record grew from 239 to
      *> 247 bytes; empty RNSUSP (release what can be released first)
      *> before the first run with it.
      *> 2026-09-02  susp-source widened to 128 to match a control
      *> card entry in full - a long input path was silently cut at
      *> 100 and the screen and release report named a file that
           02 susp-item       picture x(10).
           02 susp-date-added picture x(8).
           02 susp-state      picture x.
           02 susp-marked-by  picture x(8).
