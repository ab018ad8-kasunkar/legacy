      *> item value master - one record per department/item pair the
      *> inventory feed has carried, keyed by department code and item
      *> number. romanbatch posts every accepted inventory-layout record
      *> here under the run's identifier; when an item comes round on a
      *> later run its current value, text and run move into the prev
      *> fields before the new ones go in, so the master always holds
      *> this appearance and the one before it. a second posting under
      *> the same run (the item twice in one feed, or a restarted run
      *> replaying its tail) just replaces the current value. rnivar
      *> reads the master back for the run-over-run variance report.
       01  item-record.
           02 item-key.
              03 item-dept     picture x(4).
              03 item-no       picture x(10).
           02 item-value      picture 9(9).
           02 item-text       picture x(30).
           02 item-run-id     picture x(14).
           02 item-prev-value picture 9(9).
           02 item-prev-text  picture x(30).
           02 item-prev-run   picture x(14).
           02 item-first-run  picture x(14).
