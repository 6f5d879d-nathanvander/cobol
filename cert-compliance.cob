GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 cert-compliance.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The certification compliance report -- how much of each department
*> holds the certifications its people are required to have.  Every
*> active or on-leave person is paired with each certification their
*> job code or department requires (cert_requirement, kept through
*> cert-maintenance), exactly as runbatch's nightly cert-check step
*> pairs them.  The pair is CURRENT when the person's latest completion
*> runs to the business date or later (or never expires), EXPIRED when
*> it has lapsed, MISSING when there is no completion at all.  One line
*> per department: required pairs, current, expired, missing and the
*> percent current, then a grand total.  The names behind the numbers
*> are on the cert-check listing.  Output goes to "-out" (default
*> cert-compliance.rpt), registered in report_registry.  RETURN-CODE 1
*> when any department is below 100 percent.
identification division.
    program-id. cert-compliance.
    REMARKS. Certification compliance by department, percent complete.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(100).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "cert-compliance.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 sql-text pic x(1024).

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).

    01 out-dept pic x(4).
    01 out-dept-name pic x(30).
    01 out-required pic s9(9) comp.
    01 out-current pic s9(9) comp.
    01 out-expired pic s9(9) comp.
    01 out-missing pic s9(9) comp.
    01 dept-pct pic 9(3)v9.

    01 dept-count pic 9(5) value 0.
    01 short-count pic 9(5) value 0.
    01 total-required pic 9(9) value 0.
    01 total-current pic 9(9) value 0.
    01 total-expired pic 9(9) value 0.
    01 total-missing pic 9(9) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(42) value "CERTIFICATION COMPLIANCE BY DEPARTMENT -- ".
        05 hdr-date-out pic x(10).
    01 hdr-line-2.
        05 filler pic x(36) value "DEPT NAME".
        05 filler pic x(9)  value " REQUIRED".
        05 filler pic x(9)  value "  CURRENT".
        05 filler pic x(9)  value "  EXPIRED".
        05 filler pic x(9)  value "  MISSING".
        05 filler pic x(9)  value "  PERCENT".
    01 detail-line.
        05 dl-dept pic x(4).
        05 filler pic x value space.
        05 dl-dept-name pic x(30).
        05 filler pic x value space.
        05 dl-required pic zzzzzzzz9.
        05 dl-current pic zzzzzzzz9.
        05 dl-expired pic zzzzzzzz9.
        05 dl-missing pic zzzzzzzz9.
        05 filler pic xx value spaces.
        05 dl-pct pic zz9.9.
        05 filler pic x value "%".
        05 filler pic x value space.
        05 dl-flag pic x(6).
    01 total-line.
        05 filler pic x(36) value "TOTAL".
        05 tl-required pic zzzzzzzz9.
        05 tl-current pic zzzzzzzz9.
        05 tl-expired pic zzzzzzzz9.
        05 tl-missing pic zzzzzzzz9.
        05 filler pic xx value spaces.
        05 tl-pct pic zz9.9.
        05 filler pic x value "%".

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "cert-compliance: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists cert_requirement (cert_code text, req_type text, req_value text, primary key (cert_code, req_type, req_value))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person_certification (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, cert_code text, completed_date text, expiry_date text, document_id integer, added_by text, added_ts text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    display "CERT-COMPLIANCE as of ", business-date.

    *> one row per person/certification pair, carrying the newest
    *> expiry on file ('' = no completion, 9999-12-31 = never lapses)
    move spaces to sql-text.
    string "select x.dept, coalesce(d.dept_name, ''), count(*), "
        "sum(case when x.expiry >= ?1 then 1 else 0 end), "
        "sum(case when x.expiry <> '' and x.expiry < ?1 then 1 else 0 end), "
        "sum(case when x.expiry = '' then 1 else 0 end) "
        "from (select distinct p.id, coalesce(p.dept_code, '') dept, r.cert_code, "
        "coalesce((select max(case when coalesce(c.expiry_date, '') = '' then '9999-12-31' else c.expiry_date end) "
        "from person_certification c where c.person_id = p.id and c.cert_code = r.cert_code), '') expiry "
        "from person p join cert_requirement r "
        "on (r.req_type = 'J' and r.req_value = p.job_code) or (r.req_type = 'D' and r.req_value = p.dept_code) "
        "where coalesce(p.status, 'A') in ('A', 'L')) x "
        "left join department d on d.dept_code = x.dept "
        "group by x.dept order by x.dept"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "cert-compliance: select failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, business-date-iso) to db-status.

    open output report-file.
    move business-date-iso to hdr-date-out.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-required
        move 3 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-current
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-expired
        move 5 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-missing
        compute dept-pct rounded = out-current * 100 / out-required
        move out-dept to dl-dept
        move out-dept-name to dl-dept-name
        move out-required to dl-required
        move out-current to dl-current
        move out-expired to dl-expired
        move out-missing to dl-missing
        move dept-pct to dl-pct
        if out-current < out-required then
            move "SHORT" to dl-flag
            add 1 to short-count
        else
            move spaces to dl-flag
        end-if
        write report-line from detail-line
        add 1 to dept-count
        add out-required to total-required
        add out-current to total-current
        add out-expired to total-expired
        add out-missing to total-missing
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

    move spaces to report-line.
    write report-line.
    if total-required > 0 then
        compute dept-pct rounded = total-current * 100 / total-required
    else
        move 100 to dept-pct
    end-if.
    move total-required to tl-required.
    move total-current to tl-current.
    move total-expired to tl-expired.
    move total-missing to tl-missing.
    move dept-pct to tl-pct.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "cert-compliance: ", dept-count, " department(s), ", short-count,
        " below 100%, ", total-current, " of ", total-required,
        " requirement(s) current -- report in ", trim(report-file-name).
    if short-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = dept-count + 6.
    move REPORT-REGISTER(db-handle, "cert-compliance", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program cert-compliance.
