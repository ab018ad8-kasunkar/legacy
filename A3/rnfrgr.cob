      >>SOURCE FORMAT FREE
identification division.
program-id. rnfrgr.

*> 2026-10-15  processed-files register report over the RNFREG
*> register romanbatch keeps of every input file it takes in. lists
*> the files in the order they went in - run by run, control-card
*> entry by entry - with the run identifier, the record count, the
*> hash total and the path, so "did HARD's Tuesday file go in?" is a
*> look down one page instead of a dig through old reports. a file
*> let through as a repeat on RNDUPOK is marked O with the run it
*> repeated underneath. the command line narrows the listing:
*>   rnfrgr [from-yyyymmdd [to-yyyymmdd [path text]]]
*> dates are the run dates; a path text lists only files whose path
*> contains it. the report goes to RNFRGR.

environment division.
input-output section.
file-control.
    select optional file-register assign to "RNFREG"
        organization is indexed
        access mode is dynamic
        record key is freg-key
        file status is freg-status.
    select report-out assign to "RNFRGR"
        organization is line sequential.
    select sort-work assign to "RNFRWK".

data division.
file section.
fd  file-register.
copy "rnfreg".
fd  report-out.
    01 report-record picture x(132).
sd  sort-work.
    01 sort-rec.
       02 sr-run-id   picture x(14).
       02 sr-file-seq picture 9(3).
       02 sr-date     picture x(8).
       02 sr-count    picture 9(9).
       02 sr-hash     picture 9(15).
       02 sr-path     picture x(128).
       02 sr-override picture x.
       02 sr-dup-of   picture x(14).

working-storage section.
77  freg-status picture xx.
77  eof picture x value 'N'.
77  sort-eof picture x value 'N'.
77  cmd-args  picture x(80) value spaces.
77  from-date picture x(8) value spaces.
77  to-date   picture x(8) value spaces.
77  path-text picture x(40) value spaces.
77  text-len  picture s9(3) usage is computational.
77  space-count picture s9(3) usage is computational.
77  hit-count picture s9(3) usage is computational.
77  break-run picture x(14) value spaces.

77  files-on-file  picture 9(9) value 0.
77  files-listed   picture 9(9) value 0.
77  records-listed picture 9(9) value 0.
77  runs-listed    picture 9(9) value 0.
77  overrides-listed picture 9(9) value 0.

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'processed-files register  '.

01  page-header-line.
    02 filler picture x value space.
    02 filler picture x(10) value 'run date: '.
    02 ph-run-date picture x(8).
    02 filler picture x(10) value spaces.
    02 filler picture x(6) value 'page: '.
    02 ph-page-num picture zzz9.
    02 filler picture x(10) value spaces.

01  underline-1.
    02 filler picture x(45) value
       ' --------------------------------------------'.

01  col-heads.
    02 filler picture x(12) value ' run date'.
    02 filler picture x(15) value 'run id'.
    02 filler picture x(4)  value 'ent'.
    02 filler picture x(12) value '    records'.
    02 filler picture x(16) value '     hash total'.
    02 filler picture x(3)  value spaces.
    02 filler picture x(10) value 'input file'.

01  file-line.
    02 filler    picture x value space.
    02 fl-date   picture x(10).
    02 filler    picture x value space.
    02 fl-run-id picture x(14).
    02 filler    picture x value space.
    02 fl-seq    picture zz9.
    02 filler    picture x value space.
    02 fl-count  picture zzz,zzz,zz9.
    02 filler    picture x value space.
    02 fl-hash   picture 9(15).
    02 filler    picture x value space.
    02 fl-override picture x.
    02 filler    picture x value space.
    02 fl-path   picture x(70).

01  repeat-line.
    02 filler    picture x(44) value spaces.
    02 filler    picture x(39) value
       'let through on RNDUPOK - repeats run  '.
    02 rp-dup-of picture x(14).

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(70).

77  print-buffer picture x(132).
77  line-count picture 99 usage is computational value zero.
77  page-num   picture 9(4) value 1.
77  run-date   picture x(8) value spaces.
77  header-max picture 99 value 60.
77  date-work  picture x(21).

procedure division.

main-line.
    perform initialize-report
    accept cmd-args from command-line
    unstring cmd-args delimited by all ' '
        into from-date, to-date, path-text
    if to-date = spaces
        move all '9' to to-date
    end-if
    move 40 to text-len
    move 0 to space-count
    inspect function reverse(path-text)
        tallying space-count for leading spaces
    subtract space-count from text-len

    open output report-out
    perform write-report-headers

    open input file-register
    if freg-status not = '00' and freg-status not = '05'
        move 'no file register on hand - romanbatch keeps it' to nl-text
        move note-line to print-buffer
        perform write-one-line
        move 8 to return-code
    else
        move col-heads to print-buffer
        perform write-one-line
        sort sort-work
            on ascending key sr-run-id sr-file-seq
            input procedure is select-register-files
            output procedure is print-register-files
        close file-register
        perform print-register-summary
    end-if

    close report-out.
    stop run.

initialize-report.
    move function current-date to date-work
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

select-register-files.
    perform until eof = 'Y'
        read file-register next record
            at end
                move 'Y' to eof
            not at end
                add 1 to files-on-file
                perform select-one-file
        end-read
    end-perform
    move 'N' to eof.

select-one-file.
    if freg-date >= from-date and freg-date <= to-date
        move 0 to hit-count
        if text-len > 0
            inspect freg-path tallying hit-count
                for all path-text(1:text-len)
        end-if
        if text-len = 0 or hit-count > 0
            move freg-run-id   to sr-run-id
            move freg-file-seq to sr-file-seq
            move freg-date     to sr-date
            move freg-count    to sr-count
            move freg-hash     to sr-hash
            move freg-path     to sr-path
            move freg-override to sr-override
            move freg-dup-of   to sr-dup-of
            release sort-rec
        end-if
    end-if.

*> a blank line between runs keeps each night's files together.
print-register-files.
    move 'N' to sort-eof
    perform until sort-eof = 'Y'
        return sort-work
            at end
                move 'Y' to sort-eof
            not at end
                perform print-one-file
        end-return
    end-perform.

print-one-file.
    if sr-run-id not = break-run
        if break-run not = spaces
            move spaces to print-buffer
            perform write-one-line
        end-if
        move sr-run-id to break-run
        add 1 to runs-listed
    end-if
    move spaces to fl-date
    string sr-date(1:4) delimited by size
           '-'          delimited by size
           sr-date(5:2) delimited by size
           '-'          delimited by size
           sr-date(7:2) delimited by size
        into fl-date
    move sr-run-id   to fl-run-id
    move sr-file-seq to fl-seq
    move sr-count    to fl-count
    move sr-hash     to fl-hash
    move sr-override to fl-override
    move sr-path     to fl-path
    move file-line to print-buffer
    perform write-one-line
    add 1 to files-listed
    add sr-count to records-listed
    if sr-override = 'O'
        add 1 to overrides-listed
        move sr-dup-of to rp-dup-of
        move repeat-line to print-buffer
        perform write-one-line
    end-if.

print-register-summary.
    move spaces to print-buffer
    perform write-one-line
    if files-listed = 0
        move 'no files on the register for the dates and path given'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if
    move 'files on the register' to cl-label
    move files-on-file to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'files listed' to cl-label
    move files-listed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'runs listed' to cl-label
    move runs-listed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'records in the files listed' to cl-label
    move records-listed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'repeats let through (O)' to cl-label
    move overrides-listed to cl-count
    move count-line to print-buffer
    perform write-one-line.

write-report-headers.
    move run-date to ph-run-date
    move page-num to ph-page-num
    write report-record from page-header-line after advancing 1 line
    write report-record from title-line after advancing 1 line
    write report-record from underline-1 after advancing 1 line
    write report-record from " " after advancing 1 line
    add 1 to page-num
    move 0 to line-count.

check-page-break.
    if line-count >= header-max
        perform write-report-headers
    end-if.

write-one-line.
    perform check-page-break
    write report-record from print-buffer after advancing 1 line
    add 1 to line-count.
