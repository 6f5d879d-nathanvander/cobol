*>   PG02 (E) active person's pay_rate above their grade/step maximum
*>   PG03 (W) active person with no grade assigned
*>   PG04 (W) grade/step assigned but missing from the pay_grade table
*>   PG05 (E) grade outside the lowest..highest grade range of the
*>            person's job in the job_code catalog
*>
*> Active means status 'A' or 'L' -- terminated people and pending
*> pre-hires are comp's problem on a different day.  Output is a
    01 bool pic 9.

    01 business-date pic 9(8).
    01 sql-text pic x(1024).

    01 out-id PIC s9(18) COMP.
    01 out-first pic x(20).
    01 out-min pic s9(7)v99 comp-3.
    01 out-max pic s9(7)v99 comp-3.
    01 grade-on-file pic s9(9) comp.
    01 out-job-code pic x(6).
    01 out-job-low pic x(4).
    01 out-job-high pic x(4).
    01 rate-disp pic z(6)9.99.
    01 range-disp pic z(6)9.99.

    01 rule-pg02-count pic 9(9) value 0.
    01 rule-pg03-count pic 9(9) value 0.
    01 rule-pg04-count pic 9(9) value 0.
    01 rule-pg05-count pic 9(9) value 0.
    01 severe-count pic 9(9) value 0.
    01 warn-count pic 9(9) value 0.
    01 finding-count pic 9(9) value 0.
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

*> one outer join pass: the grade columns and the job's grade range
*> come back alongside the person so each row can be judged against
*> its own ranges in place
sweep-person-rows.
    move spaces to sql-text.
    string "select p.id, p.first_name, p.last_name, coalesce(p.grade_code, ''), coalesce(p.grade_step, 0), "
        "coalesce(p.pay_rate, 0), coalesce(g.min_rate, 0), coalesce(g.max_rate, 0), "
        "case when g.grade_code is null then 0 else 1 end, "
        "coalesce(p.job_code, ''), coalesce(j.grade_low, ''), coalesce(j.grade_high, '') "
        "from person p left join pay_grade g on g.grade_code = p.grade_code and g.grade_step = p.grade_step "
        "left join job_code j on j.job_code = p.job_code "
        "where coalesce(p.status, 'A') in ('A', 'L') order by p.id"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "pay-rate-exception: select failed, status ", db-status
        exit paragraph
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-max
        move 8 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to grade-on-file
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job-code) to bool
        move 10 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job-low) to bool
        move 11 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-job-high) to bool
        perform apply-row-rules
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
        perform write-finding
        exit paragraph
    end-if.
    *> grade codes sort the way the catalog's range was keyed; a blank
    *> bound leaves that end of the range open
    if trim(out-job-code) not = space
            and ((trim(out-job-low) not = space and out-grade < out-job-low)
              or (trim(out-job-high) not = space and out-grade > out-job-high)) then
        add 1 to rule-pg05-count
        move "E" to fnd-severity
        move "PG05" to fnd-rule
        move spaces to fnd-detail
        string "grade " trim(out-grade) " outside job " trim(out-job-code)
            " range " trim(out-job-low) "-" trim(out-job-high)
            into fnd-detail end-string
        perform write-finding
    end-if.
    if grade-on-file = 0 then
        add 1 to rule-pg04-count
        move "W" to fnd-severity
    move "PG04" to rcl-rule.
    move rule-pg04-count to rcl-count.
    write report-line from rule-count-line.
    move "PG05" to rcl-rule.
    move rule-pg05-count to rcl-count.
    write report-line from rule-count-line.

end program pay-rate-exception.
