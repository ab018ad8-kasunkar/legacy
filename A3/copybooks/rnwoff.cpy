      *> suspense write-off history - one record per item the
      *> rnsaging write-off step takes off the RNSUSP suspense file,
      *> appended and never rewritten, so the auditors can see what was
      *> abandoned, on what grounds and who signed it off. the suspense
      *> item travels whole (key, texts, reason, source, department and
      *> item) with its age on the day, the basis - A aged past the
      *> write-off limit, S marked by a supervisor on the rnscorr
      *> screen - the supervisor who marked it, and the operator id and
      *> date of the write-off run itself.
       01  woff-record.
           02 woff-key.
              03 woff-stamp    picture x(14).
              03 woff-file-seq picture 9(3).
              03 woff-rec-num  picture 9(9).
           02 woff-text       picture x(30).
           02 woff-corrected  picture x(30).
           02 woff-reason     picture x(2).
           02 woff-source     picture x(128).
           02 woff-dept       picture x(4).
           02 woff-item       picture x(10).
           02 woff-date-added picture x(8).
           02 woff-state      picture x.
           02 woff-age        picture 9(5).
           02 woff-basis      picture x.
           02 woff-marked-by  picture x(8).
           02 woff-operator   picture x(8).
           02 woff-date       picture x(8).
