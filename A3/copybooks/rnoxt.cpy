      *> outstanding-extracts file - one record per extract sent to
      *> the downstream inventory job, keyed by the identifier its
      *> acknowledgment comes back under: the run identifier for a
      *> romanbatch RNEXT extract (kind E), the reversal stamp for an
      *> rnrevs RNREVX reversal extract (kind R, with the run it
      *> reverses). the figures are the extract trailer's as sent;
      *> once the acknowledgment is read its records and sum loaded go
      *> alongside, and the state says how it stands - O sent and not
      *> yet acknowledged, M acknowledged with different figures, A
      *> acknowledged and agreeing. rnackr keeps the file and reports
      *> it; rnmorn counts what is still open.
       01  oxt-record.
           02 oxt-key          picture x(14).
           02 oxt-kind         picture x.
           02 oxt-reverses     picture x(14).
           02 oxt-sent-date    picture x(8).
           02 oxt-accepted     picture 9(9).
           02 oxt-rejected     picture 9(9).
           02 oxt-sum          picture s9(15) sign is leading separate.
           02 oxt-state        picture x.
           02 oxt-ack-date     picture x(8).
           02 oxt-ack-records  picture 9(9).
           02 oxt-ack-sum      picture s9(15) sign is leading separate.
           02 filler           picture x(15).
