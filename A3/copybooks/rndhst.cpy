      *> department history - one record per department per romanbatch
      *> run, keyed by the run identifier and the department code, so a
      *> run's departments sit together under it. romanbatch posts the
      *> department subtotal table at end of run (rnpmrg posts the
      *> merged table for a partitioned run), with the accounting
      *> period (yyyymm) the run falls in - the year and month of its
      *> identifier, the start stamp. rnclose builds the month-end
      *> department statements from it and moves records past the
      *> retention period onto the RNARCH archive.
       01  dhst-record.
           02 dhst-key.
              03 dhst-run-id   picture x(14).
              03 dhst-dept     picture x(4).
           02 dhst-period     picture x(6).
           02 dhst-name       picture x(30).
           02 dhst-accepted   picture 9(9).
           02 dhst-rejected   picture 9(9).
           02 dhst-sum        picture s9(15) sign is leading separate.
           02 filler          picture x(10).
