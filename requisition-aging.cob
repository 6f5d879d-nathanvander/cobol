GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 requisition-aging.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> Aging report over the open position requisitions: every requisition
*> still OPEN in requisition-maintenance, by department, with its job,
*> budgeted rate, who approved it and how many calendar days it has
*> been open as of the business date -- the recruiting side of
*> position-variance's OPEN REQ column.  Each department closes with a
*> count and its oldest requisition, and the report with the open
*> requisitions spread over 0-30, 31-60, 61-90 and over-90-day buckets.
*> Output goes to "-out" (default requisition-aging.rpt), registered in
*> report_registry.  RETURN-CODE 2 when anything has been open longer
*> than "-age-limit" days (default 60), 1 when anything is open at all,
*> 0 when nothing is.
identification division.
    program-id. requisition-aging.
    REMARKS. Aging report of open position requisitions.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-DATE-TO-COBOL
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
01  report-line pic x(110).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "requisition-aging.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 age-limit pic 9(5) value 60.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.

    01 business-date pic 9(8).
    01 busdate-day-num pic s9(9) comp.
    01 opened-date pic 9(8).
    01 days-open pic s9(9) comp.

    01 out-req-id pic s9(9) comp.
    01 out-dept pic x(4).
    01 out-dept-name pic x(30).
    01 out-job pic x(6).
    01 out-job-title pic x(30).
    01 out-rate pic s9(7)v99 comp-3.
    01 out-opened pic x(10).
    01 out-approved pic x(20).

    01 prev-dept pic x(4) value spaces.
    01 prev-dept-name pic x(30) value spaces.
    01 dept-count pic 9(5) value 0.
    01 dept-oldest pic s9(9) comp value 0.
    01 dept-groups pic 9(5) value 0.
    01 open-count pic 9(7) value 0.
    01 over-limit-count pic 9(7) value 0.
    01 bucket-table.
        05 bucket-count pic 9(7) occurs 4 times value 0.
    01 bucket-ix pic 9.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(32) value "OPEN REQUISITION AGING -- AS OF ".
        05 hdr-busdate pic 9(8).
    01 hdr-line-2.
        05 filler pic x(10) value "      REQ".
        05 filler pic x(5)  value "DEPT".
        05 filler pic x(7)  value "JOB".
        05 filler pic x(26) value "TITLE".
        05 filler pic x(11) value "      RATE".
        05 filler pic x(11) value "OPENED".
        05 filler pic x(13) value "APPROVED BY".
        05 filler pic x(9)  value "DAYS OPEN".
    01 detail-line.
        05 dl-req-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 dl-dept pic x(4).
        05 filler pic x value space.
        05 dl-job pic x(6).
        05 filler pic x value space.
        05 dl-title pic x(25).
        05 filler pic x value space.
        05 dl-rate pic zzzzzz9.99.
        05 filler pic x value space.
        05 dl-opened pic x(10).
        05 filler pic x value space.
        05 dl-approved pic x(12).
        05 filler pic x value space.
        05 dl-days pic zzzzzzzz9.
        05 filler pic x value space.
        05 dl-flag pic x(6).
    01 dept-line.
        05 filler pic x(10) value "TOTAL FOR ".
        05 sl-dept pic x(4).
        05 filler pic x value space.
        05 sl-dept-name pic x(30).
        05 filler pic x value space.
        05 sl-count pic zzzz9.
        05 filler pic x(23) value " open, oldest (days) ".
        05 sl-oldest pic zzzzzzzz9.
    01 bucket-line.
        05 filler pic x(16) value "OPEN 0-30 DAYS: ".
        05 bl-count-1 pic zzzzzz9.
        05 filler pic x(10) value "   31-60: ".
        05 bl-count-2 pic zzzzzz9.
        05 filler pic x(10) value "   61-90: ".
        05 bl-count-3 pic zzzzzz9.
        05 filler pic x(12) value "   OVER 90: ".
        05 bl-count-4 pic zzzzzz9.
    01 total-line.
        05 filler pic x(26) value "TOTAL OPEN REQUISITIONS: ".
        05 tl-count pic zzzzzz9.
        05 filler pic x(20) value "   PAST AGE LIMIT: ".
        05 tl-over pic zzzzzz9.

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
    move ARGPARSE-GET-FLAG("age-limit", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to age-limit
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "requisition-aging: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    compute busdate-day-num = integer-of-date(business-date).

    move SQLITE3-STMT-OPEN(db-handle,
        "select r.req_id, coalesce(r.dept_code, ''), coalesce(d.dept_name, ''), coalesce(r.job_code, ''), coalesce(j.title, ''), coalesce(r.budget_rate, 0), coalesce(r.opened_date, ''), coalesce(r.approved_by, '') from requisition r left join department d on d.dept_code = r.dept_code left join job_code j on j.job_code = r.job_code where r.status = 'OPEN' order by r.dept_code, r.opened_date, r.req_id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "requisition-aging: no requisition table -- nothing has been opened"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 0 to return-code
        stop run
    end-if.

    open output report-file.
    move business-date to hdr-busdate.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-req-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept-name) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job-title) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-rate
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-opened) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-approved) to bool
        if open-count > 0 and out-dept not = prev-dept then
            perform write-dept-total
        end-if
        move out-dept to prev-dept
        move out-dept-name to prev-dept-name

        move 0 to days-open
        if out-opened not = spaces then
            move SQLITE3-DATE-TO-COBOL(out-opened) to opened-date
            if opened-date not = 0 and opened-date <= business-date then
                compute days-open = busdate-day-num - integer-of-date(opened-date)
            end-if
        end-if
        evaluate true
            when days-open <= 30
                move 1 to bucket-ix
            when days-open <= 60
                move 2 to bucket-ix
            when days-open <= 90
                move 3 to bucket-ix
            when other
                move 4 to bucket-ix
        end-evaluate
        add 1 to bucket-count(bucket-ix)

        move out-req-id to dl-req-id
        move out-dept to dl-dept
        move out-job to dl-job
        move out-job-title to dl-title
        move out-rate to dl-rate
        move out-opened to dl-opened
        move out-approved to dl-approved
        move days-open to dl-days
        if days-open > age-limit then
            move "AGED" to dl-flag
            add 1 to over-limit-count
        else
            move spaces to dl-flag
        end-if
        write report-line from detail-line
        add 1 to open-count
        add 1 to dept-count
        if days-open > dept-oldest then
            move days-open to dept-oldest
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if open-count > 0 then
        perform write-dept-total
    end-if.

    move bucket-count(1) to bl-count-1.
    move bucket-count(2) to bl-count-2.
    move bucket-count(3) to bl-count-3.
    move bucket-count(4) to bl-count-4.
    write report-line from bucket-line.
    move open-count to tl-count.
    move over-limit-count to tl-over.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "requisition-aging: ", open-count, " open requisition(s) in ", dept-groups,
        " department(s), ", over-limit-count, " past ", age-limit,
        " day(s) -- report in ", trim(report-file-name).
    evaluate true
        when over-limit-count > 0
            move 2 to return-code
        when open-count > 0
            move 1 to return-code
        when other
            move 0 to return-code
    end-evaluate.
    stop run.

*> one TOTAL FOR line closes each department's group
write-dept-total.
    move prev-dept to sl-dept.
    move prev-dept-name to sl-dept-name.
    move dept-count to sl-count.
    move dept-oldest to sl-oldest.
    write report-line from dept-line.
    move spaces to report-line.
    write report-line.
    add 1 to dept-groups.
    move 0 to dept-count.
    move 0 to dept-oldest.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -age-limit " age-limit
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = open-count + dept-groups * 2 + 6.
    move REPORT-REGISTER(db-handle, "requisition-aging", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program requisition-aging.
