      *> department master - keyed on the four-character department
      *> code the inventory feed carries. rndload builds and refreshes
      *> it from the upstream list; rndmnt maintains it online. each
      *> change carries an effective date: from that date on the name
      *> and status in dept-name / dept-active apply, before it the
      *> prev fields - the department as it stood when the change was
      *> keyed - still do, so a closure keyed today for the first of
      *> next month leaves the department valid until then. a blank
      *> effective date means the current fields apply outright.
      *> dept-active is A (active) or I (inactive; romanbatch rejects
      *> the department's records under reason 07). a blank status
      *> reads as active.
      *> 2026-10-15  record grew from 34 to 90 bytes for the status,
      *> effective date, prior view and change stamp - rebuild RNDEPT
      *> with rndload (remove the old master first) before the first
      *> run against the new layout.
       01  dept-record.
           02 dept-code        picture x(4).
           02 dept-name        picture x(30).
           02 dept-active      picture x.
           02 dept-eff-date    picture x(8).
           02 dept-prev-name   picture x(30).
           02 dept-prev-active picture x.
           02 dept-changed-by  picture x(8).
           02 dept-changed-on  picture x(8).
