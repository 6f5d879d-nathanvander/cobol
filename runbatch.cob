GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 runbatch.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob interface-utils.cob alert-utils.cob
*>***************************************
*> RUNBATCH is a JCL-style step-list driver.  It opens one connection and
*> runs the step sequence the job_step table defines for the stream named
*> the checkpoint/restart behavior described above; "-mode full" clears
*> the load step's checkpoint and the person table first, so the run
*> reloads every input row from scratch instead of resuming.
*>
*> The "cert-check" step type is the nightly certification watch.  Every
*> active or on-leave person is held against each certification their
*> job code or department requires (cert_requirement, kept through
*> cert-maintenance).  Their latest completion on file puts them on the
*> dated listing (person.sdb.certexp.YYYYMMDD) as MISSING (none on
*> file), EXPIRED, or expiring within 30, 60 or 90 days of the business
*> date.  Every EXPIRED line also raises an 'E' CERT-EXPIRED alert_queue
*> row through ALERT-RAISE, so someone working on a lapsed forklift
*> license pages the morning after it lapses, not a month later.  The
*> step's row count is the number of lines listed; a clean roster writes
*> a listing with only the header and total.
*>
*> The "program" step type runs a separate batch program as a step:
*> step_sql holds its command line, "-db <file>" is appended, and a
*> nonzero return code fails the step like a failed statement would --
*> how the nightly stream runs ops-housekeeping without this program
*> growing every job's logic.
*>
*> The roll-date step also ends access for the contingent workforce:
*> a contractor or agency temp (worker_type C or T) whose last OPEN
*> contract (contract-maintenance) ended before the new business date
*> goes to status T with the contract end as the term date, the
*> contract is marked ENDED, and change_log and audit_log are told the
*> same way pre-hire activation tells them.
identification division.
    program-id. runbatch.
    REMARKS. JCL-style step-list driver for person.sdb.
    FUNCTION BUSINESS-DATE-GET
    FUNCTION BUSINESS-DATE-ROLL
    FUNCTION INTERFACE-REGISTER
    FUNCTION ALERT-RAISE
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    function all intrinsic.
            file status roster-file-status.
        select delta-file assign to delta-file-name
            organization line sequential.
        select cert-file assign to cert-file-name
            organization line sequential.

data division.
file section.
01  roster-record pic x(80).
fd  delta-file.
01  delta-record pic x(80).
fd  cert-file.
01  cert-record pic x(100).
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 reg-record-count pic s9(9) comp.
    01 interface-bool pic 9.

    *> cert-check step support: the dated exception listing and the
    *> person/certification pair being judged
    01 cert-file-name pic x(256).
    01 cert-sql pic x(1024).
    01 cert-person-id pic 9(9).
    01 cert-first pic x(20).
    01 cert-last pic x(20).
    01 cert-dept pic x(4).
    01 cert-job pic x(6).
    01 cert-code pic x(8).
    01 cert-expiry-iso pic x(10).
    01 cert-expiry pic 9(8).
    01 cert-days pic s9(9) comp.
    01 cert-days-disp pic -(5)9.
    01 cert-status pic x(8).
    01 cert-listed pic 9(9).
    01 cert-expired-count pic 9(9).
    01 cert-missing-count pic 9(9).
    01 cert-alert-text pic x(120).
    01 cert-alert-bool pic 9.
    01 cert-line.
        05 cl-status pic x(8).
        05 filler pic x value space.
        05 cl-person-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 cl-name pic x(30).
        05 filler pic x value space.
        05 cl-dept pic x(4).
        05 filler pic x value space.
        05 cl-job pic x(6).
        05 filler pic x value space.
        05 cl-cert pic x(8).
        05 filler pic x value space.
        05 cl-expiry pic x(10).
        05 filler pic x value space.
        05 cl-days pic x(6).

    *> program step support: the command line handed to the shell
    01 program-command pic x(1024).
    01 program-rc pic s9(9) comp.
    01 program-rc-disp pic -(8)9.

    *> checkpoint/restart support for the load step
    01 last-committed-key pic 9(9).
    01 checkpoint-sql pic x(256).
    01 db-role-text pic x(12).
    01 activated-count pic s9(9) comp.
    01 activate-note pic x(80).
    *> contract end on the roll: contingent workers whose last contract
    *> ran out go to status T
    01 expire-sql pic x(1024).
    01 expire-where pic x(300).
    01 expired-count pic s9(9) comp.
    01 audit-bool pic 9.

procedure division.

seed-nightly-steps.
    display "RUNBATCH: seeding job_step stream nightly with the built-in sequence".
    perform varying seed-ix from 1 by 1 until seed-ix > 7
        evaluate seed-ix
            when 1
                move "archive" to step-name(1)
                move "report" to step-name(4)
                move spaces to step-sql(4)
            when 5
                move "cert-check" to step-name(5)
                move spaces to step-sql(5)
            when 6
                move "housekeeping" to step-name(6)
                move "ops-housekeeping" to step-sql(6)
            when 7
                move "roll-date" to step-name(7)
                move spaces to step-sql(7)
        end-evaluate
        move SQLITE3-STMT-OPEN(db-handle,
            "insert into job_step (stream_name, step_seq, step_name, step_type, step_sql) values ('nightly', ?, ?, ?, ?)",
                move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(step-name(seed-ix))) to db-status
                move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, " ") to db-status
            else
                if trim(step-name(seed-ix)) = "housekeeping" then
                    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, "program") to db-status
                else
                    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, "sql") to db-status
                end-if
                move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(step-sql(seed-ix))) to db-status
            end-if
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            perform run-roll-date-step
        when "delta"
            perform run-delta-step
        when "cert-check"
            perform run-cert-check-step
        when "program"
            perform run-program-step
        when other
            move SQLITE3-EXEC-LOCKED(db-handle, step-sql(step-ix), lock-holder, error-message) to db-status
            move SQLITE3-CHANGES(db-handle) to num-changes
    move BUSINESS-DATE-ROLL(db-handle) to rolled-date.
    display "ROLL-DATE: business date ", business-date, " -> ", rolled-date.
    perform activate-pending-hires.
    perform expire-ended-contracts.
    move 1 to num-changes.
    move 0 to db-status.

    end-if.
    move 0 to db-status.

*> Contract end: a contractor or temp is through once the last day of
*> their last OPEN contract is behind the new business date.  Same
*> order as activation -- change_log after-images first (status 'T'),
*> then the person update carrying the contract end as term_date, then
*> the contracts themselves marked ENDED, one audit_log row for the lot.
expire-ended-contracts.
    move SQLITE3-COBOL-TO-DATE(rolled-date) to extract-date-iso.
    move spaces to expire-where.
    string
        "where coalesce(worker_type, 'E') <> 'E' and coalesce(status, 'A') <> 'T' "
        "and id in (select person_id from contract where status = 'OPEN' "
        "group by person_id having max(contract_end) < '" extract-date-iso "')"
        into expire-where
    end-string.
    move spaces to expire-sql.
    string
        "insert into change_log (op_code, person_id, business_date, first_name, last_name, birth_date, hire_date, dept_code, status) "
        "select 'S', id, '" extract-date-iso "', first_name, last_name, coalesce(birth_date, ''), coalesce(hire_date, ''), "
        "coalesce(dept_code, ''), 'T' from person " trim(expire-where)
        into expire-sql
    end-string.
    move SQLITE3-EXEC-PROFILED(db-handle, expire-sql, lock-holder, error-message) to db-status.
    move spaces to expire-sql.
    string
        "update person set status = 'T', term_date = (select max(c.contract_end) from contract c "
        "where c.person_id = person.id and c.status = 'OPEN') " trim(expire-where)
        into expire-sql
    end-string.
    move SQLITE3-EXEC-PROFILED(db-handle, expire-sql, lock-holder, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to expired-count.
    move spaces to expire-sql.
    string
        "update contract set status = 'ENDED' where status = 'OPEN' and contract_end < '"
        extract-date-iso "' and person_id in (select id from person where status = 'T')"
        into expire-sql
    end-string.
    move SQLITE3-EXEC-PROFILED(db-handle, expire-sql, lock-holder, error-message) to db-status.
    if expired-count > 0 then
        move spaces to activate-note
        string "roll-date ended access for contract(s) expired before " rolled-date
            into activate-note
        end-string
        move SQLITE3-AUDIT-LOG(db-handle, activate-note, lock-holder,
            db-status, expired-count) to audit-bool
        display "ROLL-DATE: ended access for ", expired-count, " expired contract(s)"
    end-if.
    move 0 to db-status.

*> One dated delta file per business date: header, one record per
*> not-yet-extracted change_log row in id order, trailer count -- then
*> the rows are marked extracted so a re-run sends nothing twice.
        move 0 to db-status
    end-if.

*> One line per required certification a person doesn't hold in date.
*> The newest completion wins; a certification with no expiry on file
*> (validity 0 months) never lapses.
run-cert-check-step.
    move 0 to cert-listed.
    move 0 to cert-expired-count.
    move 0 to cert-missing-count.
    move spaces to cert-file-name.
    string trim(file-name) ".certexp." business-date into cert-file-name
    end-string.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists certification (cert_code text primary key, description text, validity_months integer default 0)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists cert_requirement (cert_code text, req_type text, req_value text, primary key (cert_code, req_type, req_value))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_certification (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cert_code text, completed_date text, expiry_date text, document_id integer, added_by text, added_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    open output cert-file.
    move spaces to cert-record.
    string "CERTIFICATION EXCEPTIONS -- BUSINESS DATE " business-date
        into cert-record
    end-string.
    write cert-record.
    move spaces to cert-record.
    write cert-record.
    move "STATUS     PERSON NAME                           DEPT JOB    CERT     EXPIRES      DAYS"
        to cert-record.
    write cert-record.
    move spaces to cert-sql.
    string "select distinct p.id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), "
        "coalesce(p.dept_code, ''), coalesce(p.job_code, ''), r.cert_code, "
        "coalesce((select max(case when coalesce(c.expiry_date, '') = '' then '9999-12-31' else c.expiry_date end) "
        "from person_certification c where c.person_id = p.id and c.cert_code = r.cert_code), '') "
        "from person p join cert_requirement r "
        "on (r.req_type = 'J' and r.req_value = p.job_code) or (r.req_type = 'D' and r.req_value = p.dept_code) "
        "where coalesce(p.status, 'A') in ('A', 'L') order by p.dept_code, p.id, r.cert_code"
        into cert-sql
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, cert-sql, stmt-handle) to db-status.
    if db-status not = 0 then
        move "cert-check select failed" to error-message
        close cert-file
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to cert-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cert-first) to errstr-bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cert-last) to errstr-bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cert-dept) to errstr-bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cert-job) to errstr-bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cert-code) to errstr-bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cert-expiry-iso) to errstr-bool
        perform judge-one-certification
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move 0 to db-status.
    move spaces to cert-record.
    write cert-record.
    move spaces to cert-record.
    string "TOTAL LISTED " cert-listed "   EXPIRED " cert-expired-count
        "   MISSING " cert-missing-count
        into cert-record
    end-string.
    write cert-record.
    close cert-file.
    display "CERT-CHECK: ", cert-listed, " line(s), ", cert-expired-count,
        " expired, ", cert-missing-count, " missing -- ", trim(cert-file-name).
    move cert-listed to num-changes.

*> another program as a step; its own log says what it did, this step
*> only records whether it ended clean
run-program-step.
    move 0 to num-changes.
    move 0 to db-status.
    move spaces to error-message.
    move spaces to program-command.
    string trim(step-sql(step-ix)) " -db " trim(file-name)
        delimited by size into program-command
    end-string.
    display "PROGRAM: ", trim(program-command).
    call "SYSTEM" using program-command
        returning program-rc
    end-call.
    if program-rc not = 0 then
        move program-rc to program-rc-disp
        string "program ended with return code " trim(program-rc-disp)
            delimited by size into error-message
        end-string
        move 1 to db-status
    end-if.

judge-one-certification.
    move spaces to cert-status.
    move 0 to cert-days.
    if cert-expiry-iso = spaces then
        move "MISSING" to cert-status
        add 1 to cert-missing-count
    else
        move SQLITE3-DATE-TO-COBOL(cert-expiry-iso) to cert-expiry
        compute cert-days = integer-of-date(cert-expiry)
            - integer-of-date(business-date)
        evaluate true
            when cert-days < 0
                move "EXPIRED" to cert-status
                add 1 to cert-expired-count
            when cert-days <= 30
                move "EXP-30" to cert-status
            when cert-days <= 60
                move "EXP-60" to cert-status
            when cert-days <= 90
                move "EXP-90" to cert-status
        end-evaluate
    end-if.
    if cert-status = spaces then
        exit paragraph
    end-if.
    move cert-status to cl-status.
    move cert-person-id to cl-person-id.
    move spaces to cl-name.
    string trim(cert-first) " " trim(cert-last) into cl-name end-string.
    move cert-dept to cl-dept.
    move cert-job to cl-job.
    move cert-code to cl-cert.
    move cert-expiry-iso to cl-expiry.
    move cert-days to cert-days-disp.
    move cert-days-disp to cl-days.
    if cert-status = "MISSING" then
        move spaces to cl-expiry
        move spaces to cl-days
    end-if.
    write cert-record from cert-line.
    add 1 to cert-listed.
    if cert-status = "EXPIRED" then
        move spaces to cert-alert-text
        string "person " cert-person-id " " trim(cert-first) " " trim(cert-last)
            " certification " trim(cert-code) " expired " cert-expiry-iso
            into cert-alert-text
        end-string
        move ALERT-RAISE(db-handle, "runbatch", "CERT-EXPIRED", "E",
            trim(cert-alert-text), business-date) to cert-alert-bool
    end-if.

end program runbatch.
