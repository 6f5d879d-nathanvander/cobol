*> actual ACTIVE headcount and summed pay_rate against budgeted count
*> and dollars -- with count and dollar variances and an OVER/UNDER
*> flag per line, a section for departments carrying people with NO
*> budget row at all, and a grand-total line.  OPEN REQ is the
*> committed-but-unfilled headcount: the department's requisitions
*> still OPEN in requisition-maintenance, which count against the
*> budget when the next one is opened but not in the actual columns.
*> Contractors and agency temps (worker_type C or T) hold no budgeted
*> position and are paid by their agency, so they stay out of the
*> actual columns too; a CONTINGENT WORKERS section counts them per
*> department, contractors and temps apart, with their summed hourly
*> bill rate from the OPEN contract, for information.  Someone holding
*> concurrent assignments (assignment-maintenance) counts once in the
*> department of each assignment in effect on the business date, at that
*> assignment's rate -- the primary job from the person row, the others
*> from person_assignment -- so a second job costs against the budget
*> that pays for it.  Money is summed in
*> packed decimal through SQLITE3-COLUMN-DECIMAL like the registers.
*> Output goes to "-out" (default position-variance.rpt), registered
*> in report_registry.  RETURN-CODE 1 when any department is OVER its
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 req-stmt-handle    PIC 9(18) COMP.
    01 req-step-result pic s9(9) comp.
        88  REQ-ROW value is 100.

    01 business-date pic 9(8).
    01 report-month pic 9(6) value 0.
    01 month-text pic x(7).
    01 busdate-iso pic x(10).
    01 staffing-sql pic x(640).
    01 sql-text pic x(1024).

    01 out-dept pic x(4).
    01 budget-count pic s9(9) comp.
    01 actual-count pic s9(9) comp.
    01 actual-amount pic s9(11)v99 comp-3.
    01 count-variance pic s9(9) comp.
    01 open-req-count pic s9(9) comp.
    01 total-open-req pic s9(9) comp value 0.
    01 amount-variance pic s9(11)v99 comp-3.
    01 contractor-count pic s9(9) comp.
    01 temp-count pic s9(9) comp.
    01 bill-rate-total pic s9(9)v99 comp-3.
    01 total-contractors pic s9(9) comp value 0.
    01 total-temps pic s9(9) comp value 0.

    01 over-count pic 9(5) value 0.
    01 dept-lines pic 9(5) value 0.
        05 filler pic x(8)  value " BUD CNT".
        05 filler pic x(8)  value " ACT CNT".
        05 filler pic x(8)  value "   C VAR".
        05 filler pic x(9)  value " OPEN REQ".
        05 filler pic x(15) value "     BUDGET $".
        05 filler pic x(15) value "     ACTUAL $".
        05 filler pic x(15) value "      $ VAR".
        05 filler pic x value space.
        05 dl-cnt-var pic zzzzz9-.
        05 filler pic x value space.
        05 dl-open-req pic zzzzzzz9.
        05 filler pic x value space.
        05 dl-bud-amt pic zz,zzz,zz9.99.
        05 filler pic x(2) value spaces.
        05 dl-act-amt pic zz,zzz,zz9.99.
        05 dl-amt-var pic z,zzz,zz9.99-.
        05 dl-flag pic x(10).
    01 section-line pic x(60).
    01 contingent-hdr-line.
        05 filler pic x(6)  value "DEPT".
        05 filler pic x(12) value " CONTRACTORS".
        05 filler pic x(8)  value "   TEMPS".
        05 filler pic x(15) value "   BILL RATE/HR".
    01 contingent-line.
        05 cg-dept pic x(4).
        05 filler pic x(2) value spaces.
        05 cg-contractors pic zzzzzzzzzz9.
        05 filler pic x value space.
        05 cg-temps pic zzzzzz9.
        05 filler pic x value space.
        05 cg-bill-rate pic zzz,zzz,zz9.99.
    01 contingent-total-line.
        05 filler pic x(20) value "CONTINGENT WORKERS: ".
        05 ct-contractors pic zzzzz9.
        05 filler pic x(15) value " contractor(s) ".
        05 ct-temps pic zzzzz9.
        05 filler pic x(46) value " temp(s), not in the actual columns".
    01 grand-total-line.
        05 filler pic x(14) value "GRAND TOTAL: ".
        05 gt-bud-cnt pic zzzzz9.
        05 filler pic x(5) value " bud ".
        05 gt-act-cnt pic zzzzz9.
        05 filler pic x(5) value " act ".
        05 gt-open-req pic zzzz9.
        05 filler pic x(7) value " req   ".
        05 gt-bud-amt pic zzz,zzz,zz9.99.
        05 filler pic x(6) value " bud  ".
        05 gt-act-amt pic zzz,zzz,zz9.99.
    end-if.
    move spaces to month-text.
    string report-month(1:4) "-" report-month(5:2) into month-text end-string.
    move spaces to busdate-iso.
    string business-date(1:4) "-" business-date(5:2) "-" business-date(7:2)
        into busdate-iso
    end-string.
    perform build-staffing-sql.

    open output report-file.
    move month-text to hdr-month.

    perform report-budgeted-departments.
    perform report-unbudgeted-departments.
    perform report-contingent-workers.

    move spaces to report-line.
    write report-line.
    move total-budget-count to gt-bud-cnt.
    move total-actual-count to gt-act-cnt.
    move total-open-req to gt-open-req.
    move total-budget-amount to gt-bud-amt.
    move total-actual-amount to gt-act-amt.
    write report-line from grand-total-line.
    if total-contractors > 0 or total-temps > 0 then
        move total-contractors to ct-contractors
        move total-temps to ct-temps
        write report-line from contingent-total-line
    end-if.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    end-if.
    stop run.

*> the positions actually filled: every active employee in their own
*> department at their own rate, plus each concurrent assignment in
*> effect on the business date in its department at its rate
build-staffing-sql.
    move spaces to staffing-sql.
    string "(select p.dept_code, p.pay_rate from person p where coalesce(p.status, 'A') = 'A' and coalesce(p.worker_type, 'E') = 'E' "
        "union all select a.dept_code, a.pay_rate from person_assignment a join person p on p.id = a.person_id "
        "where coalesce(p.status, 'A') = 'A' and coalesce(p.worker_type, 'E') = 'E' and coalesce(a.primary_flag, 'N') <> 'Y' "
        "and a.start_date <= '" busdate-iso "' and (a.end_date is null or a.end_date = '' or a.end_date >= '" busdate-iso "'))"
        into staffing-sql
    end-string.

report-budgeted-departments.
    move spaces to sql-text.
    string "select b.dept_code, coalesce(b.budget_count, 0), coalesce(b.budget_amount, 0), count(w.dept_code), coalesce(sum(w.pay_rate), 0) from position_budget b left join "
        trim(staffing-sql) " w on w.dept_code = b.dept_code where b.budget_month = ? group by b.dept_code order by b.dept_code"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "position-variance: select failed, status ", db-status
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to actual-count
        move 4 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to actual-amount
        perform get-open-requisitions
        perform print-variance-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
*> section -- a reorg code or a typo, either way the budget office
*> needs to see it rather than have it vanish from both columns
report-unbudgeted-departments.
    move spaces to sql-text.
    string "select coalesce(w.dept_code, '????'), count(*), coalesce(sum(w.pay_rate), 0) from "
        trim(staffing-sql) " w where coalesce(w.dept_code, '') not in (select dept_code from position_budget where budget_month = ?) group by w.dept_code order by w.dept_code"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
        move 0 to budget-count
        move 0 to budget-amount
        add 1 to nobudget-lines
        perform get-open-requisitions
        perform format-variance-line
        move "  NOBUDGET" to dl-flag
        write report-line from detail-line
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> contractors and temps counted apart, with what the department is
*> paying the agencies by the hour under their OPEN contracts
report-contingent-workers.
    move "select coalesce(p.dept_code, '????'), sum(case when p.worker_type = 'C' then 1 else 0 end), sum(case when p.worker_type = 'T' then 1 else 0 end), coalesce(sum((select sum(c.bill_rate) from contract c where c.person_id = p.id and c.status = 'OPEN')), 0) from person p where coalesce(p.status, 'A') = 'A' and coalesce(p.worker_type, 'E') <> 'E' group by p.dept_code order by p.dept_code"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move spaces to report-line
        write report-line
        move "CONTINGENT WORKERS (NOT IN THE ACTUAL COLUMNS):" to section-line
        move section-line to report-line
        write report-line
        write report-line from contingent-hdr-line
    end-if.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to contractor-count
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to temp-count
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to bill-rate-total
        move out-dept to cg-dept
        move contractor-count to cg-contractors
        move temp-count to cg-temps
        move bill-rate-total to cg-bill-rate
        write report-line from contingent-line
        add contractor-count to total-contractors
        add temp-count to total-temps
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

print-variance-line.
    add 1 to dept-lines.
    perform format-variance-line.
    end-evaluate.
    write report-line from detail-line.
    add budget-count to total-budget-count.
    add open-req-count to total-open-req.
    add actual-count to total-actual-count.
    add budget-amount to total-budget-amount.
    add actual-amount to total-actual-amount.
    move budget-count to dl-bud-cnt.
    move actual-count to dl-act-cnt.
    move count-variance to dl-cnt-var.
    move open-req-count to dl-open-req.
    move budget-amount to dl-bud-amt.
    move actual-amount to dl-act-amt.
    move amount-variance to dl-amt-var.

*> a file whose requisitions were never set up simply has none open
get-open-requisitions.
    move 0 to open-req-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from requisition where dept_code = ? and status = 'OPEN'",
        req-stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(req-stmt-handle, bind-param-1, trim(out-dept)) to db-status
        move SQLITE3-STMT-STEP(req-stmt-handle) to req-step-result
        if REQ-ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(req-stmt-handle,col-idx) to open-req-count
        end-if
        move SQLITE3-STMT-CLOSE(req-stmt-handle) to db-status
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -month " report-month
