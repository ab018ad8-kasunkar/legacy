      *> accounting period file - one record per period (yyyymm) that
      *> has been through the rnclose month-end close, with the date
      *> and supervisor that closed it and what the close covered.
      *> romanbatch refuses a run whose identifier falls in a closed
      *> period, so nothing posts into a period once its department
      *> statements are out.
       01  per-record.
           02 per-period      picture x(6).
           02 per-state       picture x.
           02 per-closed-date picture x(8).
           02 per-closed-by   picture x(8).
           02 per-close-stamp picture x(14).
           02 per-runs        picture 9(5).
           02 per-depts       picture 9(3).
           02 filler          picture x(15).
