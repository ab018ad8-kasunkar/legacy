identification division.
program-id. romannumerals.

*> 2026-10-15  a sign-on refused because the id is not on the RNACC
*> access file is written to the RNAUD audit log under program tag
*> RNSGNF with the id tried, so failed sign-ons show on the operator
*> activity report (rnopsr).
*> 2026-09-02  the panel now opens with a sign-on: the clerk's
*> operator id is checked against the RNACC access file and goes
*> into the RNUSER environment variable, so every audit line the
    select optional access-file assign to "RNACC"
        organization is line sequential
        file status is acc-status.
    select optional rn-audit assign to "RNAUD"
        organization is line sequential
        file status is aud-status.

data division.
file section.
       02 filler   picture x.
       02 acc-auth picture x.

fd  rn-audit.
    01 rn-audit-record picture x(114).

working-storage section.
77  crt-stat picture 9(4).
77  len  picture s99 usage is computational.
77  operator-id    picture x(8) value spaces.
77  operator-known picture x value 'N'.
77  signed-on      picture x value 'N'.
77  aud-status     picture xx.
77  signon-fails   picture 9(3) value 0.

*> same layout position for position as rnconv's audit line, so the
*> log readers parse a sign-on line by the same fixed columns.
01  audit-line.
    02 filler   picture x(6) value 'RNSGNF'.
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

01  history-table.
    02 hist-line picture x(79) occurs 12 times value spaces.
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
    move 'SIGN-ON FAILED ROMANNUMERALS' to aud-text
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
