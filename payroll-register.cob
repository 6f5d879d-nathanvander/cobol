*> Payroll register in the person-report style: fixed-width, page
*> headers and breaks, one line per ACTIVE person -- terminated people
*> never hit a register, pending pre-hires haven't started, and someone
*> on leave ('L') draws no pay while they're out, and contractors and
*> agency temps (worker_type C or T) are paid by their agency, not
*> us -- ordered by
*> department then last name, each
*> showing the pay_rate maintained through person-maintenance, with a
*> department subtotal at every department break, a grand total, and a
*> operator named by "-op".  No calendar row covering the business
*> date refuses the run outright: roll the calendar first.
*>
*> A person holding concurrent assignments (assignment-maintenance) gets
*> a line for each one in effect on the business date: the primary job
*> from the person row, every other assignment under its own department
*> at its own rate and grade, so each department's subtotal carries the
*> cost of the work done in it and the record count is assignments paid.
*>
*> "-db" names the database (or the old positional filename).
identification division.
    program-id. payroll-register.
    *> run control: the pay period this run is keyed to and the
    *> one-register-per-period record that refuses a second run
    01 error-message pic x(256).
    01 sql-text-register pic x(1024).
    01 sql-text-period pic x(256).
    01 business-date pic 9(8).
    01 busdate-iso pic x(10).

    open output report-file.

    move spaces to sql-text-register.
    string "select id, first_name, last_name, coalesce(dept_code, ''), coalesce(pay_rate, 0), coalesce(grade_code, '') from person where coalesce(status, 'A') = 'A' and coalesce(worker_type, 'E') = 'E' "
        "union all select p.id, p.first_name, p.last_name, coalesce(a.dept_code, ''), coalesce(a.pay_rate, 0), coalesce(a.grade_code, '') "
        "from person_assignment a join person p on p.id = a.person_id "
        "where coalesce(p.status, 'A') = 'A' and coalesce(p.worker_type, 'E') = 'E' and coalesce(a.primary_flag, 'N') <> 'Y' "
        "and a.start_date <= '" busdate-iso "' and (a.end_date is null or a.end_date = '' or a.end_date >= '" busdate-iso "') "
        "order by 4, 3, 1"
        into sql-text-register
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text-register, stmt-handle) to db-status.
    if db-status not = 0 then
        display "payroll-register: select failed, status ", db-status
        close report-file
