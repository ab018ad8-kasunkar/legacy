identification division.
program-id. rndload.

*> 2026-10-15  a reload no longer cancels a rename keyed on rndmnt
*> for a later date: while the change is still pending the upstream
*> name goes into the prior view the department answers to until
*> then, and the pending name stands. either way the record is
*> stamped as changed by RNDLOAD today.
*> 2026-10-15  the master record carries a status and effective date
*> now, maintained online through rndmnt. a reload replaces only the
*> name of a department already on the master, so a department
*> deactivated on the screen stays deactivated; a new one loads
*> active from today.
*> 2026-09-02  loader for the keyed RNDEPT department master
*> romanbatch validates the inventory feed's department codes
*> against. reads a sequential RNDLIN file - department code in the
data division.
file section.
fd  dept-master.
copy "rndept".
fd  dept-in.
    01 dept-in-record.
       02 di-code picture x(4).
77  run-date   picture x(8) value spaces.
77  header-max picture 99 value 60.
77  date-work  picture x(21).
77  today-date picture x(8) value spaces.

procedure division.


initialize-report.
    move function current-date to date-work
    move date-work(1:8) to today-date
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
        add 1 to skipped-count
    else
        move di-code to dept-code
        read dept-master
            invalid key
                perform add-loaded-department
            not invalid key
                perform replace-loaded-name
                rewrite dept-record
                add 1 to replaced-count
        end-read
    end-if.

*> a change rndmnt keyed for a later date is still pending, and
*> until it takes effect the department answers to its prior view -
*> that is where the upstream name belongs then.
replace-loaded-name.
    if dept-eff-date > today-date
        move di-name to dept-prev-name
    else
        move di-name to dept-name
    end-if
    move 'RNDLOAD'  to dept-changed-by
    move today-date to dept-changed-on.

*> a department new to the master is active from the day it loads;
*> before that it did not exist, which reads as inactive.
add-loaded-department.
    move di-code    to dept-code
    move di-name    to dept-name
    move 'A'        to dept-active
    move today-date to dept-eff-date
    move di-name    to dept-prev-name
    move 'I'        to dept-prev-active
    move 'RNDLOAD'  to dept-changed-by
    move today-date to dept-changed-on
    write dept-record
        invalid key
            add 1 to skipped-count
        not invalid key
            add 1 to added-count
    end-write.

print-load-summary.
    move 'input records read' to cl-label
    move read-count to cl-count
