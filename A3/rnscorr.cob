identification division.
program-id. rnscorr.

*> 2026-10-15  the on-screen validation conversions go out under the
*> suspended item's run stamp in RNRUNID, cleared again after, so
*> the operator activity report passes them over as job work - the
*> RNSCOR line is what counts the correction.
*> 2026-10-15  every save, release, delete and write-off mark (or
*> unmark) writes an RNAUD line under program tag RNSCOR - TEXT= what
*> was done and the item's file/record, RUN= the run the reject came
*> from, USR= the clerk - so the operator activity report can count
*> suspense corrections per operator. the validation conversions
*> still log as before.
*> 2026-10-15  a sign-on refused because the id is not on the RNACC
*> access file is written to the RNAUD audit log under program tag
*> RNSGNF with the id tried, so failed sign-ons show on the operator
*> activity report (rnopsr).
*> 2026-10-15  decodes reason 07 INACTIVE DEPARTMENT - romanbatch's
*> reject for a department deactivated through rndmnt. the fix for
*> one of those is usually on the department master, not the text.
*> 2026-10-15  f6 marks the item on the screen for write-off (state
*> 'W', with the supervisor's id kept on the item) or takes an
*> existing mark off again. marking needs authority A on the RNACC
*> access file - a clerk can correct and release, only a supervisor
*> decides an item is never coming back. the rnsaging write-off step
*> closes marked items out onto the RNWOFF history. correcting a
*> marked item clears the mark; the item is alive again.
*> 2026-09-02  the exit close tested the status of the last read
*> instead of the open, so after the key-table load ended at '10'
*> the close was routinely skipped and only stop run released the
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.

data division.
file section.
       02 acc-id   picture x(8).
       02 filler   picture x.
       02 acc-auth picture x.
fd  rn-audit.
    01 rn-audit-record picture x(114).

working-storage section.
77  crt-stat picture 9(4).
77  operator-id    picture x(8) value spaces.
77  operator-known picture x value 'N'.
77  signed-on      picture x value 'N'.
77  operator-auth  picture x value space.
77  aud-status     picture xx.
77  signon-fails   picture 9(3) value 0.
77  corr-action    picture x(12) value spaces.
77  corr-item-ref  picture x(13) value spaces.

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a sign-on or correction line by the same fixed
*> columns. the tag is RNSGNF for a failed sign-on, RNSCOR for work
*> done on an item.
01  audit-line.
    02 aud-prog picture x(6) value 'RNSGNF'.
    02 filler   picture x value space.
    02 filler   picture x(5) value 'TEXT='.
    02 aud-text picture x(30).
    02 filler   picture x value space.
    02 filler   picture x(5) value 'TEMP='.
    02 aud-temp picture -9(8).
    02 filler   picture x value space.
    02 filler   picture x(4) value 'RET='.
    02 aud-ret  picture -9.
    02 filler   picture x value space.
    02 filler   picture x(3) value 'TS='.
    02 aud-ts   picture x(14).
    02 filler   picture x(5) value ' RUN='.
    02 aud-run  picture x(14) value spaces.
    02 filler   picture x(5) value ' USR='.
    02 aud-usr  picture x(8).

77  len  picture s99 usage is computational.
77  temp picture s9(8) usage is computational.
77  panel-pos    picture zzz9.
77  panel-total  picture zzz9.
77  panel-state  picture x(12) value spaces.
77  panel-marked picture x(8) value spaces.
77  panel-stamp  picture x(14) value spaces.
77  panel-fileseq picture zz9.
77  panel-recnum picture z(8)9.
    02 line 3 column 15 pic zzz9 from panel-total.
    02 line 3 column 40 value 'state:'.
    02 line 3 column 47 pic x(12) from panel-state.
    02 line 3 column 60 pic x(8) from panel-marked.
    02 line 4 column 2 value 'run stamp:'.
    02 line 4 column 13 pic x(14) from panel-stamp.
    02 line 4 column 30 value 'file:'.
    02 line 15 column 43 value 'days:'.
    02 line 15 column 49 pic zzz9 from panel-aged.
    02 line 23 column 2 value
       'enter=validate+save f4=release f5=delete f6=write-off f7=back f8=next f3=exit'.
    02 line 24 column 2 pic x(60) from message-text.

procedure division.
                perform release-current-item
            when 1005
                perform delete-current-item
            when 1006
                perform mark-current-item
            when 1007
                perform page-backward
            when 1008
            move 'Y' to signed-on
        else
            move 'operator id not on the access file' to message-text
            perform write-signon-audit
        end-if
    end-if.

*> an id the access file does not know leaves a line on the audit
*> log under program tag RNSGNF - TEXT= the panel, TEMP= the failed
*> tries this session, USR= the id tried - for the operator activity
*> report's repeated-failure check.
write-signon-audit.
    add 1 to signon-fails
    move 'RNSGNF' to aud-prog
    move 'SIGN-ON FAILED RNSCORR' to aud-text
    move signon-fails to aud-temp
    move 8 to aud-ret
    move function current-date(1:14) to aud-ts
    move spaces to aud-run
    move operator-id to aud-usr
    perform append-audit-line.

*> one line per change made to a suspense item - the action, the
*> item's file sequence and record number in TEXT=, the run stamp
*> the reject came from in RUN=. TEMP= carries the decimal value
*> a correction validated to; zero for the other actions. the item
*> is named from the key table, which still holds it when a delete
*> has already taken the record away.
write-correction-audit.
    move 'RNSCOR' to aud-prog
    move spaces to corr-item-ref
    string tk-key(cur-x)(15:3) delimited by size
           '/'                 delimited by size
           tk-key(cur-x)(18:9) delimited by size
        into corr-item-ref
    move spaces to aud-text
    string corr-action delimited by '  '
           ' '           delimited by size
           corr-item-ref delimited by size
        into aud-text
    if corr-action = 'CORRECTED'
        move temp to aud-temp
    else
        move 0 to aud-temp
    end-if
    move 0 to aud-ret
    move function current-date(1:14) to aud-ts
    move tk-key(cur-x)(1:14) to aud-run
    move operator-id to aud-usr
    perform append-audit-line.

append-audit-line.
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

*> the id must be on the RNACC access file. a shop with no access
*> file yet (or one that won't read) is not locked out - any
*> non-blank id signs on; the file is what tightens things up.
                not at end
                    if acc-id = operator-id
                        move 'Y' to operator-known
                        move acc-auth to operator-auth
                    end-if
            end-read
        end-perform
        when 'S' move 'suspended' to panel-state
        when 'C' move 'corrected' to panel-state
        when 'R' move 'released' to panel-state
        when 'W' move 'write-off' to panel-state
        when other move susp-state to panel-state
    end-evaluate
    move susp-marked-by to panel-marked
    if susp-corrected not = spaces
        move susp-corrected to corr-input
    else
        when '04' move '04 INVALID EXPRESSION OPERAND' to panel-reason
        when '05' move '05 EXPR RESULT OUT OF RANGE' to panel-reason
        when '06' move '06 UNKNOWN DEPARTMENT' to panel-reason
        when '07' move '07 INACTIVE DEPARTMENT' to panel-reason
        when other move susp-reason to panel-reason
    end-evaluate.

        move 0 to op-count
        inspect array-area tallying op-count for all '+'
            all '-'
        set environment "RNRUNID" to tk-key(cur-x)(1:14)
        evaluate true
            when op-count > 0
                move 'E' to conv-mode
                call "rnconv" using array-area, len, ret, temp,
                    syntax-invalid
        end-evaluate
        set environment "RNRUNID" to spaces

        if ret = 0
            move corr-input to susp-corrected
            move 'C' to susp-state
            move spaces to susp-marked-by
            rewrite susp-record
            move 'C' to tk-state(cur-x)
            move 'CORRECTED' to corr-action
            perform write-correction-audit
            move spaces to result-text
            move temp to temp-disp
            string 'valid - decimal equivalent ' delimited by size
            move 'R' to susp-state
            rewrite susp-record
            move 'R' to tk-state(cur-x)
            move 'RELEASED' to corr-action
            perform write-correction-audit
            move 'released - rnsrel will requeue it' to message-text
            perform show-current-item
        else
                move 'delete failed - record already gone'
                    to message-text
            not invalid key
                move 'DELETED' to corr-action
                perform write-correction-audit
                perform drop-current-key
                move 'item deleted' to message-text
        end-delete
    end-if.

*> a mark comes off to whatever the item was before - corrected if
*> it carries a correction, suspended if not. a released item is on
*> its way back into a run and is not the write-off step's to take.
mark-current-item.
    if cur-x = 0
        move 'no item on the screen' to message-text
    else
        if operator-auth not = 'A'
            move 'write-off marking needs supervisor authority'
                to message-text
        else
            evaluate susp-state
                when 'W'
                    if susp-corrected not = spaces
                        move 'C' to susp-state
                    else
                        move 'S' to susp-state
                    end-if
                    move spaces to susp-marked-by
                    rewrite susp-record
                    move susp-state to tk-state(cur-x)
                    move 'UNMARKED' to corr-action
                    perform write-correction-audit
                    move 'write-off mark removed' to message-text
                    perform refresh-aging-counts
                    perform show-current-item
                when 'R'
                    move 'released items go back to a run - not written off'
                        to message-text
                when other
                    move 'W' to susp-state
                    move operator-id to susp-marked-by
                    rewrite susp-record
                    move 'W' to tk-state(cur-x)
                    move 'MARKED W/O' to corr-action
                    perform write-correction-audit
                    move 'marked - rnsaging WRITEOFF closes it out'
                        to message-text
                    perform refresh-aging-counts
                    perform show-current-item
            end-evaluate
        end-if
    end-if.

drop-current-key.
    perform varying kx from cur-x by 1 until kx >= item-count
        move key-entry(kx + 1) to key-entry(kx)
    move spaces to panel-orig
    move spaces to panel-reason
    move spaces to panel-state
    move spaces to panel-marked
    move spaces to corr-input
    move spaces to result-text.
