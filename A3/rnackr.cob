      >>SOURCE FORMAT FREE
identification division.
program-id. rnackr.

*> 2026-10-15  downstream acknowledgment reconciliation. the RNEXT
*> extract goes to the inventory job and nothing here used to know
*> whether it was ever loaded. this program keeps the RNOXT
*> outstanding-extracts file and reconciles it:
*>   - the extract on RNEXT (romanbatch's, or rnpmrg's for a
*>     partitioned run) is taken on as sent under its header's run
*>     identifier with its trailer's accepted, rejected and sum; a
*>     reversal extract on RNREVX (rnrevs) is taken on the same way
*>     under its reversal stamp, noting the run it reverses. an
*>     extract without its trailer is not taken on, and one whose
*>     identifier dates from before the keep period is a leftover
*>     and is passed over
*>   - each line of the downstream job's RNACK acknowledgment file -
*>     identifier in 1-14, records loaded in 16-24, sum loaded in
*>     26-41 with a leading sign - is matched to the extract sent
*>     under that identifier: records loaded against the trailer's
*>     accepted count (a rejected record is flagged in the extract
*>     and never loaded) and sum loaded against its sum
*>   - an extract acknowledged with agreeing figures is cleared and
*>     drops off the file once the acknowledgment is forty days old
*> the report on RNACKR lists each acknowledgment read, then the
*> extracts still unacknowledged oldest first with their age in
*> days, then those acknowledged with different figures with both
*> sets side by side. return code 8 when anything unacknowledged or
*> mismatched is over a day old, 4 for a mismatch or an
*> acknowledgment nothing was sent under, 12 when the outstanding
*> file cannot be opened. the nightly job runs it after the batch,
*> so the night's extract is taken on before rnmorn counts what is
*> still open.

environment division.
input-output section.
file-control.
    select optional outstanding-file assign to "RNOXT"
        organization is indexed
        access mode is dynamic
        record key is oxt-key
        file status is oxt-status.
    select optional extract-in assign to "RNEXT"
        organization is line sequential
        file status is ext-status.
    select optional reversal-in assign to "RNREVX"
        organization is line sequential
        file status is revx-status.
    select optional ack-in assign to "RNACK"
        organization is line sequential
        file status is ack-status.
    select report-out assign to "RNACKR"
        organization is line sequential.
    select sort-work assign to "RNAKWK".

data division.
file section.
fd  outstanding-file.
copy "rnoxt".
fd  extract-in.
    01 extract-record picture x(80).
fd  reversal-in.
    01 reversal-record picture x(80).
fd  ack-in.
    01 ack-record picture x(80).
fd  report-out.
    01 report-record picture x(132).
sd  sort-work.
    01 sort-rec.
       02 sr-state     picture x.
       02 sr-sent-date picture x(8).
       02 sr-outstanding picture x(120).

working-storage section.
77  oxt-status  picture xx.
77  ext-status  picture xx.
77  revx-status picture xx.
77  ack-status  picture xx.
77  eof picture x value 'N'.
77  sort-eof picture x value 'N'.
77  oxt-open picture x value 'N'.

77  today-date picture x(8) value spaces.
77  today-num  picture 9(8).
77  cut-num    picture 9(8).
77  cut-date   picture x(8).
77  id-num     picture 9(8).
77  sent-num   picture 9(8).
77  age-days   picture s9(5) usage is computational.
*> cleared extracts are kept this long after their acknowledgment,
*> which is also how old an extract left lying on RNEXT or RNREVX
*> can be and still be taken on as a new send.
77  keep-days  picture 9(3) value 40.

*> the extract in hand while it is taken on: its header and trailer,
*> whichever file it came from.
77  take-record  picture x(80).
77  take-name    picture x(6).
77  take-kind    picture x.
77  header-seen  picture x value 'N'.
77  trailer-seen picture x value 'N'.
77  take-id       picture x(14).
77  take-reverses picture x(14).
01  ext-header.
    02 eh-type     picture x.
    02 eh-run-date picture x(8).
    02 eh-run-id   picture x(14).
    02 eh-marker   picture x(8).
    02 eh-rev-stamp picture x(14).
    02 filler      picture x(35).
01  ext-trailer.
    02 et-type     picture x.
    02 et-accepted picture 9(9).
    02 et-rejected picture 9(9).
    02 et-sum picture s9(15) sign is leading separate.
    02 filler picture x(45).
01  take-trailer picture x(80).

*> the downstream job's acknowledgment line.
01  ack-fields.
    02 ak-id      picture x(14).
    02 filler     picture x.
    02 ak-records picture 9(9).
    02 filler     picture x.
    02 ak-sum     picture s9(15) sign is leading separate.
    02 filler     picture x(39).

77  taken-on       picture 9(9) value 0.
77  acks-read      picture 9(9) value 0.
77  acks-agreed    picture 9(9) value 0.
77  acks-differed  picture 9(9) value 0.
77  acks-unknown   picture 9(9) value 0.
77  acks-unreadable picture 9(9) value 0.
77  outstanding-count picture 9(9) value 0.
77  mismatched-count  picture 9(9) value 0.
77  aged-count        picture 9(9) value 0.
77  cleared-count     picture 9(9) value 0.
77  cleared-dropped   picture 9(9) value 0.
77  failed-count      picture 9(9) value 0.
77  pass-start        picture 9(9) value 0.
77  print-state       picture x value space.

*> keys collect in a table during each read pass and the deletes go
*> in after it, the same way rnsrel's do; a pass that fills the
*> table is followed by another until one comes up short.
77  more-items picture x value 'N'.
77  key-count  picture 9(4) value 0.
77  kx         picture s9(4) usage is computational.
01  key-table.
    02 key-entry occurs 1000 times.
       03 kt-key picture x(14).

*> same page header / run date / page number conventions as rnrpthd.
01  title-line.
    02 filler picture x(11) value spaces.
    02 filler picture x(26) value 'extract acknowledgments   '.

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

01  section-line.
    02 filler picture x value space.
    02 section-title picture x(44).

01  ack-heads.
    02 filler picture x(16) value ' identifier'.
    02 filler picture x(12) value '    records '.
    02 filler picture x(21) value '          sum loaded '.
    02 filler picture x(1)  value spaces.
    02 filler picture x(7)  value 'outcome'.

01  ack-line.
    02 filler     picture x value space.
    02 al-id      picture x(14).
    02 filler     picture x value space.
    02 al-records picture zzz,zzz,zz9.
    02 filler     picture x value space.
    02 al-sum     picture -zzz,zzz,zzz,zzz,zz9.
    02 filler     picture x(2) value spaces.
    02 al-outcome picture x(40).

01  oxt-heads.
    02 filler picture x(17) value ' identifier'.
    02 filler picture x(9)  value 'kind'.
    02 filler picture x(11) value 'sent'.
    02 filler picture x(7)  value ' age'.
    02 filler picture x(12) value '   accepted '.
    02 filler picture x(12) value '   rejected '.
    02 filler picture x(21) value '                 sum'.

01  oxt-line.
    02 filler     picture x value space.
    02 ol-id      picture x(14).
    02 filler     picture x(2) value spaces.
    02 ol-kind    picture x(8).
    02 filler     picture x value space.
    02 ol-sent    picture x(10).
    02 filler     picture x value space.
    02 ol-age     picture zzz9.
    02 filler     picture x value space.
    02 ol-over    picture x.
    02 filler     picture x value space.
    02 ol-accepted picture zzz,zzz,zz9.
    02 filler     picture x value space.
    02 ol-rejected picture zzz,zzz,zz9.
    02 filler     picture x value space.
    02 ol-sum     picture -zzz,zzz,zzz,zzz,zz9.
    02 filler     picture x(2) value spaces.
    02 ol-note    picture x(23).

01  loaded-line.
    02 filler     picture x(18) value spaces.
    02 filler     picture x(8) value 'loaded: '.
    02 ll-date    picture x(10).
    02 filler     picture x(8) value spaces.
    02 ll-records picture zzz,zzz,zz9.
    02 filler     picture x(13) value spaces.
    02 ll-sum     picture -zzz,zzz,zzz,zzz,zz9.
    02 filler     picture x(2) value spaces.
    02 ll-note    picture x(23).

01  count-line.
    02 filler picture x value space.
    02 cl-label picture x(32).
    02 filler   picture x value ':'.
    02 cl-count picture zzz,zzz,zz9.

01  note-line.
    02 filler picture x value space.
    02 nl-text picture x(70).

77  count-disp picture zzz,zzz,zz9.

77  print-buffer picture x(132).
77  line-count picture 99 usage is computational value zero.
77  page-num   picture 9(4) value 1.
77  run-date   picture x(8) value spaces.
77  header-max picture 99 value 60.
77  date-work  picture x(21).

procedure division.

main-line.
    perform initialize-report

    open output report-out
    perform write-report-headers

    perform open-outstanding-file
    if oxt-open = 'Y'
        perform take-on-extract
        perform take-on-reversal
        perform read-acknowledgments
        perform drop-cleared-extracts
        perform print-outstanding-extracts
        close outstanding-file
        perform print-reconciliation-summary
    else
        move spaces to nl-text
        string 'outstanding-extracts file failed to open, status '
                   delimited by size
               oxt-status delimited by size
            into nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if

    close report-out

    evaluate true
        when oxt-open not = 'Y'
            move 12 to return-code
        when aged-count > 0
            move 8 to return-code
        when mismatched-count > 0 or acks-unknown > 0
                or acks-unreadable > 0 or failed-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate
    stop run.

initialize-report.
    move function current-date to date-work
    move date-work(1:8) to today-date
    move today-date to today-num
    compute cut-num = function date-of-integer
        (function integer-of-date(today-num) - keep-days)
    move cut-num to cut-date
    string date-work(5:2) delimited by size
           '/'        delimited by size
           date-work(7:2) delimited by size
           '/'        delimited by size
           date-work(3:2) delimited by size
        into run-date.

open-outstanding-file.
    open i-o outstanding-file
    if oxt-status = '35' or oxt-status = '05'
        open output outstanding-file
        close outstanding-file
        open i-o outstanding-file
    end-if
    if oxt-status = '00' or oxt-status = '05'
        move 'Y' to oxt-open
    end-if.

*> ---------------------------------------------------------------
*> taking on what was sent
*> ---------------------------------------------------------------
take-on-extract.
    move '--------------- extracts taken on ----------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move 'RNEXT' to take-name
    move 'N' to header-seen
    move 'N' to trailer-seen
    open input extract-in
    if ext-status = '00'
        perform until eof = 'Y'
            read extract-in
                at end
                    move 'Y' to eof
                not at end
                    move extract-record to take-record
                    perform note-extract-record
            end-read
        end-perform
        close extract-in
        move 'N' to eof
        perform register-extract
    else
        move 'no extract on RNEXT' to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

take-on-reversal.
    move 'RNREVX' to take-name
    move 'N' to header-seen
    move 'N' to trailer-seen
    open input reversal-in
    if revx-status = '00'
        perform until eof = 'Y'
            read reversal-in
                at end
                    move 'Y' to eof
                not at end
                    move reversal-record to take-record
                    perform note-extract-record
            end-read
        end-perform
        close reversal-in
        move 'N' to eof
        perform register-extract
    end-if.

*> the first record is the header, the last the trailer; a reversal
*> header carries REVERSAL and its own stamp after the run it backs
*> out, and its acknowledgment comes back under that stamp.
note-extract-record.
    if header-seen = 'N'
        move take-record to ext-header
        if eh-type = 'H'
            move 'Y' to header-seen
            if eh-marker = 'REVERSAL'
                move 'R' to take-kind
                move eh-rev-stamp to take-id
                move eh-run-id to take-reverses
            else
                move 'E' to take-kind
                move eh-run-id to take-id
                move spaces to take-reverses
            end-if
        end-if
    end-if
    if take-record(1:1) = 'T'
        move 'Y' to trailer-seen
        move take-record to take-trailer
    else
        move 'N' to trailer-seen
    end-if.

register-extract.
    move spaces to nl-text
    evaluate true
        when header-seen = 'N'
            string take-name delimited by space
                   ' holds no extract header - nothing taken on'
                       delimited by size
                into nl-text
        when trailer-seen = 'N'
            string take-name delimited by space
                   ' extract ' delimited by size
                   take-id delimited by size
                   ' has no trailer - not taken on'
                       delimited by size
                into nl-text
        when other
            move take-trailer to ext-trailer
            perform store-sent-extract
    end-evaluate
    move note-line to print-buffer
    perform write-one-line.

store-sent-extract.
    move take-id to oxt-key
    read outstanding-file
        invalid key
            if take-id(1:8) is numeric
                move take-id(1:8) to id-num
            else
                move today-num to id-num
            end-if
            if id-num < cut-num
                string take-name delimited by space
                       ' extract ' delimited by size
                       take-id delimited by size
                       ' is a leftover - passed over'
                           delimited by size
                    into nl-text
            else
                perform write-sent-extract
            end-if
        not invalid key
            if oxt-state = 'O'
                and (oxt-accepted not = et-accepted
                     or oxt-rejected not = et-rejected
                     or oxt-sum not = et-sum)
                move et-accepted to oxt-accepted
                move et-rejected to oxt-rejected
                move et-sum      to oxt-sum
                rewrite oxt-record
                    invalid key
                        add 1 to failed-count
                end-rewrite
                string take-name delimited by space
                       ' extract ' delimited by size
                       take-id delimited by size
                       ' sent again - figures updated'
                           delimited by size
                    into nl-text
            else
                string take-name delimited by space
                       ' extract ' delimited by size
                       take-id delimited by size
                       ' already on file' delimited by size
                    into nl-text
            end-if
    end-read.

write-sent-extract.
    move spaces        to oxt-record
    move take-id       to oxt-key
    move take-kind     to oxt-kind
    move take-reverses to oxt-reverses
    move today-date    to oxt-sent-date
    move et-accepted   to oxt-accepted
    move et-rejected   to oxt-rejected
    move et-sum        to oxt-sum
    move 'O'           to oxt-state
    move 0             to oxt-ack-records
    move 0             to oxt-ack-sum
    write oxt-record
        invalid key
            add 1 to failed-count
            string take-name delimited by space
                   ' extract ' delimited by size
                   take-id delimited by size
                   ' could not be stored' delimited by size
                into nl-text
        not invalid key
            add 1 to taken-on
            move et-accepted to count-disp
            string take-name delimited by space
                   ' extract ' delimited by size
                   take-id delimited by size
                   ' taken on as sent -' delimited by size
                   count-disp delimited by size
                   ' accepted' delimited by size
                into nl-text
    end-write.

*> ---------------------------------------------------------------
*> the downstream acknowledgments
*> ---------------------------------------------------------------
*> a later line for the same identifier wins, so a reload the
*> inventory job acknowledges again settles it.
read-acknowledgments.
    move spaces to print-buffer
    perform write-one-line
    move '------------ acknowledgments read ----------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    open input ack-in
    if ack-status = '00'
        move ack-heads to print-buffer
        perform write-one-line
        perform until eof = 'Y'
            read ack-in into ack-fields
                at end
                    move 'Y' to eof
                not at end
                    if ack-record not = spaces
                        perform match-acknowledgment
                    end-if
            end-read
        end-perform
        close ack-in
        move 'N' to eof
    else
        move 'no acknowledgment file on RNACK' to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

match-acknowledgment.
    add 1 to acks-read
    move ak-id to al-id
    if ak-records is not numeric or ak-sum is not numeric
        add 1 to acks-unreadable
        move 0 to al-records
        move 0 to al-sum
        move 'line not understood - figures not numeric' to al-outcome
    else
        move ak-records to al-records
        move ak-sum to al-sum
        move ak-id to oxt-key
        read outstanding-file
            invalid key
                add 1 to acks-unknown
                move 'nothing sent under this identifier'
                    to al-outcome
            not invalid key
                move today-date to oxt-ack-date
                move ak-records to oxt-ack-records
                move ak-sum     to oxt-ack-sum
                if ak-records = oxt-accepted and ak-sum = oxt-sum
                    move 'A' to oxt-state
                    add 1 to acks-agreed
                    move 'agrees with the extract as sent'
                        to al-outcome
                else
                    move 'M' to oxt-state
                    add 1 to acks-differed
                    move 'DIFFERS from the extract as sent'
                        to al-outcome
                end-if
                rewrite oxt-record
                    invalid key
                        add 1 to failed-count
                end-rewrite
        end-read
    end-if
    move ack-line to print-buffer
    perform write-one-line.

*> ---------------------------------------------------------------
*> cleared extracts past the keep period come off
*> ---------------------------------------------------------------
drop-cleared-extracts.
    move 'Y' to more-items
    perform drop-cleared-pass
        until more-items = 'N'.

drop-cleared-pass.
    move 'N' to more-items
    move 0 to key-count
    move low-values to oxt-key
    start outstanding-file key is not less than oxt-key
        invalid key
            move 'Y' to eof
    end-start
    perform until eof = 'Y'
        read outstanding-file next record
            at end
                move 'Y' to eof
            not at end
                if oxt-state = 'A' and oxt-ack-date < cut-date
                    if key-count >= 1000
                        move 'Y' to more-items
                        move 'Y' to eof
                    else
                        add 1 to key-count
                        move oxt-key to kt-key(key-count)
                    end-if
                end-if
        end-read
    end-perform
    move 'N' to eof
    move cleared-dropped to pass-start
    perform varying kx from 1 by 1 until kx > key-count
        move kt-key(kx) to oxt-key
        delete outstanding-file record
            invalid key
                add 1 to failed-count
            not invalid key
                add 1 to cleared-dropped
        end-delete
    end-perform
*> a full pass that dropped nothing would only find the same ones.
    if cleared-dropped = pass-start
        move 'N' to more-items
    end-if.

*> ---------------------------------------------------------------
*> what is still open: unacknowledged first, then mismatched, each
*> oldest first
*> ---------------------------------------------------------------
print-outstanding-extracts.
    sort sort-work
        on descending key sr-state
        on ascending key sr-sent-date
        input procedure is select-open-extracts
        output procedure is print-open-extracts
    if outstanding-count = 0 and mismatched-count = 0
        move spaces to print-buffer
        perform write-one-line
        move 'every extract sent has been acknowledged and agrees'
            to nl-text
        move note-line to print-buffer
        perform write-one-line
    end-if.

select-open-extracts.
    move low-values to oxt-key
    start outstanding-file key is not less than oxt-key
        invalid key
            move 'Y' to eof
    end-start
    perform until eof = 'Y'
        read outstanding-file next record
            at end
                move 'Y' to eof
            not at end
                if oxt-state = 'A'
                    add 1 to cleared-count
                else
                    move oxt-state     to sr-state
                    move oxt-sent-date to sr-sent-date
                    move oxt-record    to sr-outstanding
                    release sort-rec
                end-if
        end-read
    end-perform
    move 'N' to eof.

print-open-extracts.
    move 'N' to sort-eof
    perform until sort-eof = 'Y'
        return sort-work
            at end
                move 'Y' to sort-eof
            not at end
                perform print-one-extract
        end-return
    end-perform.

print-one-extract.
    move sr-outstanding to oxt-record
    if oxt-state not = print-state
        move oxt-state to print-state
        move spaces to print-buffer
        perform write-one-line
        if oxt-state = 'O'
            move '------------- not yet acknowledged ---------'
                to section-title
        else
            move '-------- acknowledged with different figures'
                to section-title
        end-if
        move section-line to print-buffer
        perform write-one-line
        move oxt-heads to print-buffer
        perform write-one-line
    end-if
    move oxt-sent-date to sent-num
    compute age-days = function integer-of-date(today-num)
        - function integer-of-date(sent-num)
    move oxt-key to ol-id
    if oxt-kind = 'R'
        move 'reversal' to ol-kind
        move spaces to ol-note
        string 'reverses ' delimited by size
               oxt-reverses delimited by size
            into ol-note
    else
        move 'extract' to ol-kind
        move spaces to ol-note
    end-if
    move spaces to ol-sent
    string oxt-sent-date(1:4) delimited by size
           '-'                delimited by size
           oxt-sent-date(5:2) delimited by size
           '-'                delimited by size
           oxt-sent-date(7:2) delimited by size
        into ol-sent
    move age-days to ol-age
    if age-days > 1
        move '*' to ol-over
        add 1 to aged-count
    else
        move space to ol-over
    end-if
    move oxt-accepted to ol-accepted
    move oxt-rejected to ol-rejected
    move oxt-sum to ol-sum
    move oxt-line to print-buffer
    perform write-one-line
    if oxt-state = 'O'
        add 1 to outstanding-count
    else
        add 1 to mismatched-count
        move spaces to ll-date
        string oxt-ack-date(1:4) delimited by size
               '-'               delimited by size
               oxt-ack-date(5:2) delimited by size
               '-'               delimited by size
               oxt-ack-date(7:2) delimited by size
            into ll-date
        move oxt-ack-records to ll-records
        move oxt-ack-sum to ll-sum
        evaluate true
            when oxt-ack-records not = oxt-accepted
                and oxt-ack-sum not = oxt-sum
                move 'records and sum differ' to ll-note
            when oxt-ack-records not = oxt-accepted
                move 'records differ' to ll-note
            when other
                move 'sum differs' to ll-note
        end-evaluate
        move loaded-line to print-buffer
        perform write-one-line
    end-if.

print-reconciliation-summary.
    move spaces to print-buffer
    perform write-one-line
    move '------------------ summary -----------------'
        to section-title
    move section-line to print-buffer
    perform write-one-line
    move 'extracts taken on as sent' to cl-label
    move taken-on to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'acknowledgments read' to cl-label
    move acks-read to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'acknowledgments agreeing' to cl-label
    move acks-agreed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'acknowledgments differing' to cl-label
    move acks-differed to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'acknowledgments for no extract' to cl-label
    move acks-unknown to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'acknowledgment lines not read' to cl-label
    move acks-unreadable to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'extracts not yet acknowledged' to cl-label
    move outstanding-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'extracts mismatched' to cl-label
    move mismatched-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'open over a day (*)' to cl-label
    move aged-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'cleared extracts kept' to cl-label
    move cleared-count to cl-count
    move count-line to print-buffer
    perform write-one-line
    move 'cleared extracts dropped' to cl-label
    move cleared-dropped to cl-count
    move count-line to print-buffer
    perform write-one-line
    if failed-count > 0
        move 'outstanding-file updates failed' to cl-label
        move failed-count to cl-count
        move count-line to print-buffer
        perform write-one-line
    end-if.

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
