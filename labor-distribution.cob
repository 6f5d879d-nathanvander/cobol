GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 labor-distribution.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The labor distribution report -- where one pay period's labor cost
*> landed, by department and cost center, so each cost owner can see
*> who was charged to them and at what share.  For the period named by
*> "-period" (YYYYMMDD, default the latest period timesheet-register
*> wrote to labor_distribution) one line per person per cost code: the
*> person, their home department, the percent of their base pay
*> charged here and the amount, grouped by cost code with a total per
*> code.  The grand total ties to the department debits on the
*> register's GL journal -- premium pay is posted to its own premium
*> accounts and is not part of the distribution.  Output goes to "-out"
*> (default labor-distribution.rpt), registered in report_registry.
*> RETURN-CODE 1 when the period has no distribution rows.
identification division.
    program-id. labor-distribution.
    REMARKS. Labor cost by department and cost center for one pay period.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
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
    01 report-file-name pic x(256) value "labor-distribution.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 sql-text pic x(1024).

    01 business-date pic 9(8).
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).

    01 out-cost-code pic x(8).
    01 out-cost-name pic x(30).
    01 out-person-id PIC 9(18) COMP.
    01 out-first pic x(20).
    01 out-last pic x(20).
    01 out-home-dept pic x(4).
    01 out-pct pic s9(3)v99 comp-3.
    01 out-amount pic s9(9)v99 comp-3.
    01 person-name pic x(42).

    01 prev-cost-code pic x(8) value spaces.
    01 prev-cost-name pic x(30) value spaces.
    01 code-total pic s9(11)v99 comp-3 value 0.
    01 code-count pic 9(5) value 0.
    01 code-groups pic 9(5) value 0.
    01 line-count pic 9(9) value 0.
    01 grand-total pic s9(11)v99 comp-3 value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(42) value "LABOR COST DISTRIBUTION -- PAY PERIOD ".
        05 hdr-period-out pic x(10).
    01 hdr-line-2.
        05 filler pic x(9)  value "COST".
        05 filler pic x(9)  value "  PERSON".
        05 filler pic x(21) value "NAME".
        05 filler pic x(6)  value "HOME".
        05 filler pic x(8)  value " PERCENT".
        05 filler pic x(14) value "        AMOUNT".
    01 detail-line.
        05 dl-cost-code pic x(8).
        05 filler pic x value space.
        05 dl-person pic zzzzzzz9.
        05 filler pic x value space.
        05 dl-name pic x(20).
        05 filler pic x value space.
        05 dl-home-dept pic x(4).
        05 filler pic x value space.
        05 dl-pct pic zzz9.99.
        05 filler pic x value space.
        05 dl-amount pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-flag pic x(10).
    01 code-line.
        05 filler pic x(10) value "TOTAL FOR ".
        05 cl-cost-code pic x(8).
        05 filler pic x value space.
        05 cl-cost-name pic x(30).
        05 filler pic x value space.
        05 cl-count pic zzzz9.
        05 filler pic x(9) value " line(s)".
        05 cl-total pic zzz,zzz,zz9.99.
    01 total-line.
        05 filler pic x(64) value "TOTAL LABOR DISTRIBUTED".
        05 tl-total pic zzz,zzz,zz9.99.

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
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "labor-distribution: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if period-date = 0 then
        perform find-latest-period
    end-if.
    if period-date = 0 then
        display "labor-distribution: no labor_distribution rows -- run timesheet-register first"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    display "LABOR-DISTRIBUTION for period ending ", period-date.

    *> a cost code's name comes from cost_center, else the department
    move spaces to sql-text.
    string "select l.cost_code, coalesce(c.description, d.dept_name, ''), "
        "l.person_id, coalesce(p.first_name, ''), coalesce(p.last_name, ''), "
        "coalesce(p.dept_code, ''), coalesce(l.split_pct, 0), coalesce(l.amount, 0) "
        "from labor_distribution l "
        "left join cost_center c on c.cc_code = l.cost_code "
        "left join department d on d.dept_code = l.cost_code "
        "left join person p on p.id = l.person_id "
        "where l.period_date = ? order by l.cost_code, l.person_id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "labor-distribution: select failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status.

    open output report-file.
    move period-date-iso to hdr-period-out.
    write report-line from hdr-line-1.
    move spaces to report-line.
    write report-line.
    write report-line from hdr-line-2.
    move spaces to report-line.
    write report-line.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cost-code) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cost-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-person-id
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-home-dept) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-pct
        move 7 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-amount
        if line-count > 0 and out-cost-code not = prev-cost-code then
            perform write-code-total
        end-if
        move out-cost-code to prev-cost-code
        move out-cost-name to prev-cost-name
        move out-cost-code to dl-cost-code
        move out-person-id to dl-person
        move spaces to person-name
        string trim(out-first) " " trim(out-last) into person-name end-string
        move person-name(1:20) to dl-name
        move out-home-dept to dl-home-dept
        move out-pct to dl-pct
        move out-amount to dl-amount
        if out-home-dept not = out-cost-code(1:4) or out-cost-code(5:4) not = spaces then
            move "CROSS-CHG" to dl-flag
        else
            move spaces to dl-flag
        end-if
        write report-line from detail-line
        add 1 to line-count
        add 1 to code-count
        add out-amount to code-total
        add out-amount to grand-total
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if line-count > 0 then
        perform write-code-total
    end-if.

    move spaces to report-line.
    write report-line.
    move grand-total to tl-total.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "labor-distribution: ", line-count, " line(s) over ", code-groups,
        " cost code(s), ", grand-total, " -- report in ", trim(report-file-name).
    if line-count = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> one TOTAL FOR line closes each cost code's group
write-code-total.
    move prev-cost-code to cl-cost-code.
    move prev-cost-name to cl-cost-name.
    move code-count to cl-count.
    move code-total to cl-total.
    write report-line from code-line.
    move spaces to report-line.
    write report-line.
    add 1 to code-groups.
    move 0 to code-count.
    move 0 to code-total.

find-latest-period.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from labor_distribution",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-date-iso) to bool
            if trim(period-date-iso) not = space then
                move SQLITE3-DATE-TO-COBOL(period-date-iso) to period-date
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -period " period-date
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = line-count + code-groups * 2 + 6.
    move REPORT-REGISTER(db-handle, "labor-distribution", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program labor-distribution.
