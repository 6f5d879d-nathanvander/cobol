GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 benefit-cost.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The benefits cost report -- what the employer is paying for
*> coverage, by department and plan, for the finance close.  Every
*> enrollment in force on "-asof" (YYYYMMDD, default the business
*> date) -- started on or before it and not ended before it -- is
*> priced at its plan tier's premiums from benefit_plan_tier, and one
*> line per department and plan shows the enrollment count, the
*> employee and employer premium per pay period and the employer cost
*> annualized over the pay periods paid in the as-of year (the
*> pay_period calendar, 26 when the calendar has not been loaded for
*> that year).  Each department closes with a subtotal and the report
*> with a grand total.  Output goes to "-out" (default
*> benefit-cost.rpt), registered in report_registry.  RETURN-CODE 1
*> when nothing is in force.
identification division.
    program-id. benefit-cost.
    REMARKS. Employer benefits premium cost by department and plan.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
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
01  report-line pic x(110).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "benefit-cost.rpt".
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
    01 asof-date pic 9(8) value 0.
    01 asof-date-iso pic x(10).
    01 asof-year pic x(4).
    01 periods-per-year pic s9(4) comp value 0.

    01 out-dept pic x(4).
    01 out-dept-name pic x(30).
    01 out-plan pic x(4).
    01 out-plan-desc pic x(30).
    01 out-count pic s9(9) comp.
    01 out-ee pic s9(9)v99 comp-3.
    01 out-er pic s9(9)v99 comp-3.
    01 out-annual pic s9(11)v99 comp-3.

    01 prev-dept pic x(4) value spaces.
    01 prev-dept-name pic x(30) value spaces.
    01 dept-count pic 9(7) value 0.
    01 dept-ee pic s9(11)v99 comp-3 value 0.
    01 dept-er pic s9(11)v99 comp-3 value 0.
    01 dept-annual pic s9(11)v99 comp-3 value 0.
    01 dept-groups pic 9(5) value 0.
    01 line-count pic 9(9) value 0.
    01 grand-count pic 9(7) value 0.
    01 grand-ee pic s9(11)v99 comp-3 value 0.
    01 grand-er pic s9(11)v99 comp-3 value 0.
    01 grand-annual pic s9(11)v99 comp-3 value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-1.
        05 filler pic x(31) value "BENEFITS PREMIUM COST -- AS OF ".
        05 hdr-asof-out pic x(10).
        05 filler pic x(5) value spaces.
        05 hdr-periods-out pic zz9.
        05 filler pic x(21) value " PAY PERIODS IN YEAR".
    01 hdr-line-2.
        05 filler pic x(5)  value "DEPT".
        05 filler pic x(5)  value "PLAN".
        05 filler pic x(31) value "DESCRIPTION".
        05 filler pic x(7)  value " ENROLL".
        05 filler pic x(14) value "  EE / PERIOD".
        05 filler pic x(14) value "  ER / PERIOD".
        05 filler pic x(17) value "   ER ANNUALIZED".
    01 detail-line.
        05 dl-dept pic x(4).
        05 filler pic x value space.
        05 dl-plan pic x(4).
        05 filler pic x value space.
        05 dl-desc pic x(30).
        05 filler pic x value space.
        05 dl-count pic zzzzzz9.
        05 filler pic x value space.
        05 dl-ee pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-er pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 dl-annual pic zzz,zzz,zz9.99.
    01 dept-line.
        05 filler pic x(10) value "TOTAL FOR ".
        05 sl-dept pic x(4).
        05 filler pic x value space.
        05 sl-dept-name pic x(26).
        05 sl-count pic zzzzzz9.
        05 filler pic x value space.
        05 sl-ee pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 sl-er pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 sl-annual pic zzz,zzz,zz9.99.
    01 total-line.
        05 filler pic x(41) value "TOTAL BENEFITS COST".
        05 tl-count pic zzzzzz9.
        05 filler pic x value space.
        05 tl-ee pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 tl-er pic zz,zzz,zz9.99.
        05 filler pic x value space.
        05 tl-annual pic zzz,zzz,zz9.99.

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
    move ARGPARSE-GET-FLAG("asof", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to asof-date
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "benefit-cost: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if asof-date = 0 then
        move business-date to asof-date
    end-if.
    move SQLITE3-COBOL-TO-DATE(asof-date) to asof-date-iso.
    move asof-date-iso(1:4) to asof-year.
    perform count-pay-periods.
    display "BENEFIT-COST as of ", asof-date.

    move spaces to sql-text.
    string "select coalesce(p.dept_code, ''), coalesce(d.dept_name, ''), e.plan_code, coalesce(b.description, ''), "
        "count(*), coalesce(sum(t.ee_premium), 0), coalesce(sum(t.er_premium), 0) "
        "from benefit_enrollment e join person p on p.id = e.person_id "
        "join benefit_plan b on b.plan_code = e.plan_code "
        "left join benefit_plan_tier t on t.plan_code = e.plan_code and t.tier = e.tier "
        "left join department d on d.dept_code = p.dept_code "
        "where e.cov_start <= ?1 and (e.cov_end is null or e.cov_end = '' or e.cov_end >= ?1) "
        "group by 1, 2, 3, 4 order by 1, 3"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "benefit-cost: select failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, asof-date-iso) to db-status.

    open output report-file.
    move asof-date-iso to hdr-asof-out.
    move periods-per-year to hdr-periods-out.
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
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-plan) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-plan-desc) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-count
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-ee
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-er
        if line-count > 0 and out-dept not = prev-dept then
            perform write-dept-total
        end-if
        move out-dept to prev-dept
        move out-dept-name to prev-dept-name
        compute out-annual = out-er * periods-per-year

        move out-dept to dl-dept
        move out-plan to dl-plan
        move out-plan-desc to dl-desc
        move out-count to dl-count
        move out-ee to dl-ee
        move out-er to dl-er
        move out-annual to dl-annual
        write report-line from detail-line
        add 1 to line-count
        add out-count to dept-count
        add out-ee to dept-ee
        add out-er to dept-er
        add out-annual to dept-annual
        add out-count to grand-count
        add out-ee to grand-ee
        add out-er to grand-er
        add out-annual to grand-annual
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if line-count > 0 then
        perform write-dept-total
    end-if.

    move grand-count to tl-count.
    move grand-ee to tl-ee.
    move grand-er to tl-er.
    move grand-annual to tl-annual.
    write report-line from total-line.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "benefit-cost: ", grand-count, " enrollment(s) in ", dept-groups,
        " department(s), employer ", grand-er, " per period, ", grand-annual,
        " annualized -- report in ", trim(report-file-name).
    if line-count = 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

*> one TOTAL FOR line closes each department's group
write-dept-total.
    move prev-dept to sl-dept.
    move prev-dept-name to sl-dept-name.
    move dept-count to sl-count.
    move dept-ee to sl-ee.
    move dept-er to sl-er.
    move dept-annual to sl-annual.
    write report-line from dept-line.
    move spaces to report-line.
    write report-line.
    add 1 to dept-groups.
    move 0 to dept-count.
    move 0 to dept-ee.
    move 0 to dept-er.
    move 0 to dept-annual.

*> the pay periods paid in the as-of year, from the pay calendar
count-pay-periods.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_period where substr(pay_date, 1, 4) = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, asof-year) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to periods-per-year
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if periods-per-year = 0 then
        move 26 to periods-per-year
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -asof " asof-date
        " -out " trim(report-file-name)
        into registry-params
    end-string.
    compute registry-lines = line-count + dept-groups * 2 + 5.
    move REPORT-REGISTER(db-handle, "benefit-cost", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program benefit-cost.
