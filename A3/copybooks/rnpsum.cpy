      *> partition summary - written by each romanbatch partition of
      *> a partitioned run (RNPART set) to its own RNPSUM.pNN file, and
      *> read back by the rnpmrg merge step. one record type per view:
      *>   I  an item value posting the partition would have made to
      *>      RNITEM, written as it goes - the merge applies them once,
      *>      so the partitions never share the item master
      *>   D  one per department in the partition's subtotal table, at
      *>      end of run
      *>   F  an input file the partition took in, for the merge to
      *>      enter on the RNFREG processed-files register (the
      *>      partitions only read the register)
      *>   P  the partition's totals, cache counters, normalization
      *>      counts and condition code - written last, so a partition
      *>      file without a P record for the run is a partition that
      *>      did not finish
       01  psum-record.
           02 ps-type picture x.
           02 ps-body picture x(299).
           02 ps-part-view redefines ps-body.
              03 pp-run-id     picture x(14).
              03 pp-part       picture 99.
              03 pp-parts      picture 99.
              03 pp-mode       picture x.
              03 pp-file-count picture 9(3).
              03 pp-accepted   picture 9(9).
              03 pp-rejected   picture 9(9).
              03 pp-sum        picture s9(15) sign is leading separate.
              03 pp-hits       picture 9(9).
              03 pp-misses     picture 9(9).
              03 pp-cc         picture 99.
              03 pp-inv-mode   picture x.
              03 pp-norm-mode  picture x.
              03 pp-norm-case  picture 9(9).
              03 pp-norm-blank picture 9(9).
              03 pp-norm-both  picture 9(9).
              03 pp-dept-overflow picture 9(9).
              03 pp-start-ts   picture x(14).
              03 pp-end-ts     picture x(14).
              03 filler        picture x(157).
           02 ps-dept-view redefines ps-body.
              03 pd-code       picture x(4).
              03 pd-name       picture x(30).
              03 pd-accepted   picture 9(9).
              03 pd-rejected   picture 9(9).
              03 pd-sum        picture s9(15) sign is leading separate.
              03 filler        picture x(231).
           02 ps-item-view redefines ps-body.
              03 pi-dept       picture x(4).
              03 pi-item       picture x(10).
              03 pi-value      picture 9(9).
              03 pi-text       picture x(30).
              03 filler        picture x(246).
           02 ps-file-view redefines ps-body.
              03 pf-count      picture 9(9).
              03 pf-hash       picture 9(15).
              03 pf-file-seq   picture 9(3).
              03 pf-path       picture x(128).
              03 pf-first      picture x(44).
              03 pf-last       picture x(44).
              03 pf-override   picture x.
              03 pf-dup-of     picture x(14).
              03 filler        picture x(41).
