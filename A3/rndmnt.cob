      >>SOURCE FORMAT FREE
identification division.
program-id. rndmnt.

*> 2026-10-15  a sign-on refused because the id is not on the RNACC
*> access file is written to the RNAUD audit log under program tag
*> RNSGNF with the id tried, so failed sign-ons show on the operator
*> activity report (rnopsr).
*> 2026-10-15  full-screen maintenance panel over the keyed RNDEPT
*> department master, so a department can open or close without a
*> rebuild through rndload. same screen conventions and sign-on as
*> the inquiry and suspense correction panels: the clerk's id is
*> checked against the RNACC access file (with no access file built
*> yet any non-blank id signs on), f3 leaves. keyed on the
*> department code:
*>   enter - inquire: the department as it stands today, and any
*>           change keyed for a later date
*>   f4    - add a new department under the name on the screen
*>   f5    - rename to the name on the screen
*>   f6    - deactivate
*>   f9    - reactivate
*> every change takes the effective date on the screen (blank means
*> today); until that date romanbatch still sees the department as
*> it stood when the change was keyed. a change keyed while another
*> is still pending replaces the pending one. each change writes one
*> line to the RNAUD audit log under program tag RNDMNT with the
*> operator id in USR= and the effective date in TEMP=.

environment division.
configuration section.
special-names.
    crt status is crt-stat.
input-output section.
file-control.
    select optional dept-master assign to "RNDEPT"
        organization is indexed
        access mode is dynamic
        record key is dept-code
        file status is dept-status.
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.

data division.
file section.
fd  dept-master.
copy "rndept".

fd  access-file.
    01 access-record.
       02 acc-id   picture x(8).
       02 filler   picture x.
       02 acc-auth picture x.

fd  rn-audit.
    01 rn-audit-record picture x(114).

working-storage section.
77  crt-stat picture 9(4).
77  dept-status picture xx.
77  aud-status  picture xx.
77  done-flag picture x value 'N'.

77  acc-status     picture xx.
77  acc-eof        picture x value 'N'.
77  operator-id    picture x(8) value spaces.
77  operator-known picture x value 'N'.
77  signed-on      picture x value 'N'.
77  signon-fails   picture 9(3) value 0.

77  today-date    picture x(8) value spaces.
77  change-date   picture x(8) value spaces.
77  date-num      picture 9(8).
77  date-ok       picture x value 'N'.
77  on-master     picture x value 'N'.
77  eff-name-work   picture x(30) value spaces.
77  eff-active-work picture x value space.
77  action-word   picture x(10) value spaces.

77  panel-code    picture x(4) value spaces.
77  panel-name    picture x(30) value spaces.
77  panel-eff     picture x(8) value spaces.
77  panel-now-name  picture x(30) value spaces.
77  panel-now-state picture x(8) value spaces.
77  panel-pend-text picture x(60) value spaces.
77  panel-chg-by  picture x(8) value spaces.
77  panel-chg-on  picture x(8) value spaces.
77  message-text  picture x(60) value spaces.

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a maintenance line by the same fixed columns.
01  audit-line.
    02 aud-prog picture x(6) value 'RNDMNT'.
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

77  run-date  picture x(8) value spaces.
77  date-work picture x(21).

screen section.
01  signon-panel.
    02 blank screen.
    02 line 1 column 2 value 'department master maintenance'.
    02 line 1 column 60 value 'date:'.
    02 line 1 column 66 pic x(8) from run-date.
    02 line 2 column 2 value
       '----------------------------------------------------------'.
    02 line 4 column 2 value 'operator id:'.
    02 line 4 column 16 pic x(8) using operator-id.
    02 line 23 column 2 value 'enter=sign on   f3=exit'.
    02 line 24 column 2 pic x(60) from message-text.

01  department-panel.
    02 blank screen.
    02 line 1 column 2 value 'department master maintenance'.
    02 line 1 column 45 value 'op:'.
    02 line 1 column 49 pic x(8) from operator-id.
    02 line 1 column 60 value 'date:'.
    02 line 1 column 66 pic x(8) from run-date.
    02 line 2 column 2 value
       '----------------------------------------------------------'.
    02 line 4 column 2 value 'department code:'.
    02 line 4 column 19 pic x(4) using panel-code.
    02 line 5 column 2 value 'name           :'.
    02 line 5 column 19 pic x(30) using panel-name.
    02 line 6 column 2 value 'effective date :'.
    02 line 6 column 19 pic x(8) using panel-eff.
    02 line 6 column 29 value '(yyyymmdd, blank = today)'.
    02 line 8 column 2 value 'as of today    :'.
    02 line 8 column 19 pic x(30) from panel-now-name.
    02 line 8 column 51 pic x(8) from panel-now-state.
    02 line 9 column 2 value 'pending        :'.
    02 line 9 column 19 pic x(60) from panel-pend-text.
    02 line 10 column 2 value 'last changed by:'.
    02 line 10 column 19 pic x(8) from panel-chg-by.
    02 line 10 column 29 value 'on:'.
    02 line 10 column 33 pic x(8) from panel-chg-on.
    02 line 23 column 2 value
       'enter=inquire f4=add f5=rename f6=deactivate f9=reactivate f3=exit'.
    02 line 24 column 2 pic x(60) from message-text.

procedure division.

main-line.
    perform initialize-panel
    perform sign-on
    move spaces to message-text

    perform until done-flag = 'Y'
        accept department-panel
        move spaces to message-text
        move function upper-case(panel-code) to panel-code
        evaluate crt-stat
            when 1003
                move 'Y' to done-flag
            when 1004
                perform add-department
            when 1005
                perform rename-department
            when 1006
                perform deactivate-department
            when 1009
                perform reactivate-department
            when 0
                perform inquire-department
            when other
                continue
        end-evaluate
    end-perform

    close dept-master
    stop run.

initialize-panel.
    move function current-date to date-work
    move date-work(1:8) to today-date
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date

    open i-o dept-master
    if dept-status = '35' or dept-status = '05'
        open output dept-master
        close dept-master
        open i-o dept-master
    end-if
    if dept-status not = '00'
        display 'rndmnt: department master failed to open, status '
            dept-status upon console
        move 8 to return-code
        stop run
    end-if.

sign-on.
    perform until signed-on = 'Y' or done-flag = 'Y'
        accept signon-panel
        evaluate crt-stat
            when 1003
                move 'Y' to done-flag
            when 0
                perform check-sign-on
            when other
                continue
        end-evaluate
    end-perform.

check-sign-on.
    move function upper-case(operator-id) to operator-id
    if operator-id = spaces
        move 'enter an operator id' to message-text
    else
        perform look-up-operator
        if operator-known = 'Y'
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
    move 'SIGN-ON FAILED RNDMNT' to aud-text
    move signon-fails to aud-temp
    move 8 to aud-ret
    move function current-date(1:14) to aud-ts
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.

*> the id must be on the RNACC access file. a shop with no access
*> file yet (or one that won't read) is not locked out - any
*> non-blank id signs on; the file is what tightens things up.
look-up-operator.
    move 'N' to operator-known
    open input access-file
    if acc-status = '00'
        perform until acc-eof = 'Y'
            read access-file
                at end
                    move 'Y' to acc-eof
                not at end
                    if acc-id = operator-id
                        move 'Y' to operator-known
                    end-if
            end-read
        end-perform
        move 'N' to acc-eof
        close access-file
    else
        if acc-status = '05'
            close access-file
        end-if
        move 'Y' to operator-known
    end-if.

*> reads the department on the screen; on-master says whether it was
*> found, and the effective view is worked out either way.
read-department.
    move 'N' to on-master
    if panel-code = spaces
        move 'enter a department code' to message-text
    else
        move panel-code to dept-code
        read dept-master
            invalid key
                continue
            not invalid key
                move 'Y' to on-master
                perform resolve-effective-view
        end-read
    end-if.

*> the same rule romanbatch applies against its run date: on or after
*> the effective date the current fields hold, before it the prev.
resolve-effective-view.
    if dept-eff-date = spaces or today-date >= dept-eff-date
        move dept-name to eff-name-work
        move dept-active to eff-active-work
    else
        move dept-prev-name to eff-name-work
        move dept-prev-active to eff-active-work
    end-if.

inquire-department.
    perform clear-department-display
    perform read-department
    if panel-code not = spaces
        if on-master = 'Y'
            move eff-name-work to panel-name
            move spaces to panel-eff
            perform show-department
        else
            move 'not on the master - f4 adds it' to message-text
        end-if
    end-if.

show-department.
    move eff-name-work to panel-now-name
    if eff-active-work = 'I'
        move 'inactive' to panel-now-state
    else
        move 'active' to panel-now-state
    end-if
    move spaces to panel-pend-text
    if dept-eff-date not = spaces and dept-eff-date > today-date
        if dept-active = 'I'
            move 'inactive' to action-word
        else
            move 'active' to action-word
        end-if
        string dept-name delimited by '  '
               ', ' delimited by size
               action-word delimited by space
               ' from ' delimited by size
               dept-eff-date delimited by size
            into panel-pend-text
    end-if
    move dept-changed-by to panel-chg-by
    move dept-changed-on to panel-chg-on.

clear-department-display.
    move spaces to panel-now-name
    move spaces to panel-now-state
    move spaces to panel-pend-text
    move spaces to panel-chg-by
    move spaces to panel-chg-on.

*> blank is today; anything else must be a real yyyymmdd date.
check-change-date.
    move 'N' to date-ok
    if panel-eff = spaces
        move today-date to change-date
        move 'Y' to date-ok
    else
        if panel-eff is numeric
            move panel-eff to date-num
            if function test-date-yyyymmdd(date-num) = 0
                move panel-eff to change-date
                move 'Y' to date-ok
            end-if
        end-if
        if date-ok = 'N'
            move 'effective date must be yyyymmdd or blank' to message-text
        end-if
    end-if.

*> a department that did not exist before its effective date reads
*> as inactive until then.
add-department.
    perform read-department
    evaluate true
        when panel-code = spaces
            continue
        when on-master = 'Y'
            move 'already on the master - f5 renames it' to message-text
        when panel-name = spaces
            move 'enter the department name' to message-text
        when other
            perform check-change-date
            if date-ok = 'Y'
                move panel-code  to dept-code
                move panel-name  to dept-name
                move 'A'         to dept-active
                move change-date to dept-eff-date
                move panel-name  to dept-prev-name
                move 'I'         to dept-prev-active
                perform stamp-and-write
                if dept-status = '00'
                    move 'ADD' to action-word
                    perform write-maint-audit
                    move 'department added' to message-text
                end-if
            end-if
    end-evaluate.

rename-department.
    perform read-department
    evaluate true
        when panel-code = spaces
            continue
        when on-master = 'N'
            move 'not on the master - f4 adds it' to message-text
        when panel-name = spaces
            move 'enter the new name' to message-text
        when other
            perform check-change-date
            if date-ok = 'Y'
                perform carry-effective-view
                move panel-name to dept-name
                move eff-active-work to dept-active
                perform stamp-and-rewrite
                if dept-status = '00'
                    move 'RENAME' to action-word
                    perform write-maint-audit
                    move 'department renamed' to message-text
                end-if
            end-if
    end-evaluate.

deactivate-department.
    move 'I' to eff-active-work
    perform change-department-status.

reactivate-department.
    move 'A' to eff-active-work
    perform change-department-status.

*> the target status rides in on eff-active-work and is held aside
*> before read-department works out the department's current view.
change-department-status.
    move eff-active-work to action-word
    perform read-department
    evaluate true
        when panel-code = spaces
            continue
        when on-master = 'N'
            move 'not on the master - f4 adds it' to message-text
        when eff-active-work = action-word(1:1)
            and (dept-eff-date = spaces or dept-eff-date <= today-date)
            perform show-department
            move 'department already has that status' to message-text
        when other
            perform check-change-date
            if date-ok = 'Y'
                perform carry-effective-view
                move action-word(1:1) to dept-active
                move eff-name-work to dept-name
                perform stamp-and-rewrite
                if dept-status = '00'
                    if dept-active = 'I'
                        move 'DEACTIVATE' to action-word
                        move 'department deactivated' to message-text
                    else
                        move 'REACTIVATE' to action-word
                        move 'department reactivated' to message-text
                    end-if
                    perform write-maint-audit
                end-if
            end-if
    end-evaluate.

*> the department as it stands today becomes the prev view, so
*> a pending change keyed earlier is simply replaced by this one.
carry-effective-view.
    move eff-name-work to dept-prev-name
    move eff-active-work to dept-prev-active
    move change-date to dept-eff-date.

stamp-and-write.
    move operator-id to dept-changed-by
    move today-date to dept-changed-on
    write dept-record
        invalid key
            move 'add failed - department already on the master'
                to message-text
    end-write
    if dept-status = '00'
        perform refresh-after-change
    end-if.

stamp-and-rewrite.
    move operator-id to dept-changed-by
    move today-date to dept-changed-on
    rewrite dept-record
        invalid key
            move 'change failed - department no longer on the master'
                to message-text
    end-rewrite
    if dept-status = '00'
        perform refresh-after-change
    end-if.

refresh-after-change.
    perform resolve-effective-view
    move spaces to panel-eff
    perform show-department.

write-maint-audit.
    move 'RNDMNT' to aud-prog
    move spaces to aud-text
    string action-word delimited by space
           ' ' delimited by size
           dept-code delimited by size
           ' ' delimited by size
           dept-name delimited by size
        into aud-text
    move dept-eff-date to date-num
    move date-num to aud-temp
    move 0 to aud-ret
    move function current-date(1:14) to aud-ts
    move operator-id to aud-usr
    open extend rn-audit
    if aud-status = '35'
        open output rn-audit
    end-if
    write rn-audit-record from audit-line
    close rn-audit.
