      *> end-of-run total pages for the romanbatch report - the grand
      *> total page a control-card run ends with, the normalization
      *> counts and the per-department subtotal blocks. romanbatch
      *> prints them at the end of an ordinary run and rnpmrg prints
      *> them at the end of a merged partitioned one, so the labels
      *> rnrecon and rnmorn scrape the report for can never drift apart
      *> between the two.
       01  grand-header.
           02 filler picture x(45) value
              ' ----------------- grand total --------------'.
       01  grand-line-0.
           02 filler      picture x(22) value ' files processed     :'.
           02 grand-files picture zzzzzz9.
       01  grand-line-1.
           02 filler      picture x(22) value ' total accepted      :'.
           02 grand-accepted-out picture zzz,zzz,zz9.
       01  grand-line-2.
           02 filler      picture x(22) value ' total rejected      :'.
           02 grand-rejected-out picture zzz,zzz,zz9.
       01  grand-line-3.
           02 filler   picture x(22) value ' total dec equiv.    :'.
           02 grand-sum-out picture -(14)9.

       01  norm-header.
           02 filler picture x(45) value
              ' ---------------- normalization -------------'.
       01  norm-line-1.
           02 filler picture x(22) value ' case fixed          :'.
           02 norm-case-out picture zzz,zzz,zz9.
       01  norm-line-2.
           02 filler picture x(22) value ' blanks closed       :'.
           02 norm-blank-out picture zzz,zzz,zz9.
       01  norm-line-3.
           02 filler picture x(22) value ' case and blanks     :'.
           02 norm-both-out picture zzz,zzz,zz9.
       01  norm-line-4.
           02 filler picture x(22) value ' total normalized    :'.
           02 norm-total-out picture zzz,zzz,zz9.

       01  dept-totals-header.
           02 filler picture x(45) value
              ' ------------- department totals ------------'.
       01  dept-block-header.
           02 filler  picture x(13) value ' department: '.
           02 dh-code picture x(4).
           02 filler  picture x(2) value spaces.
           02 dh-name picture x(30).
      *> the block lines carry their own labels - rnrecon and rnmorn
      *> scrape the report for the footer and grand-total label text,
      *> and these print after the grand totals.
       01  dept-line-1.
           02 filler      picture x(22) value ' dept accepted       :'.
           02 dept-accepted-out picture zzz,zzz,zz9.
       01  dept-line-2.
           02 filler      picture x(22) value ' dept rejected       :'.
           02 dept-rejected-out picture zzz,zzz,zz9.
       01  dept-line-3.
           02 filler   picture x(22) value ' dept dec equiv.     :'.
           02 dept-sum-out picture -(14)9.
