      *> processed-files register - one record per input file a
      *> romanbatch run has taken in, keyed by the file's contents
      *> (record count and hash total) and then by the run identifier
      *> and control-file position that processed it, so every run
      *> that took the same contents sits together under one count and
      *> hash. romanbatch looks a file up before processing it and
      *> refuses one whose count, hash, first and last records match
      *> an earlier run's, unless RNDUPOK names that run - a file let
      *> through that way carries the override mark and the run it
      *> repeated. rnfrgr reports the register; rnrevs takes a
      *> reversed run's files back off it.
       01  freg-record.
           02 freg-key.
              03 freg-count    picture 9(9).
              03 freg-hash     picture 9(15).
              03 freg-run-id   picture x(14).
              03 freg-file-seq picture 9(3).
           02 freg-path       picture x(128).
           02 freg-first      picture x(44).
           02 freg-last       picture x(44).
           02 freg-date       picture x(8).
           02 freg-override   picture x.
           02 freg-dup-of     picture x(14).
