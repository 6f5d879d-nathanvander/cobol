*> program with the ordering written down in one place, not a
*> query-dump anybody re-sorts differently next time.  Everyone on the
*> roster who isn't terminated or still pending (people on leave keep
*> their place) is listed by hire date -- contractors and agency temps
*> (worker_type C or T) are not in the bargaining unit and never
*> appear -- ties broken by birth date and
*> then person id, exactly as the contract reads.  Every row carries
*> an explicit RANK, and every row whose hire date collided with a
*> neighbor's -- meaning a tie-breaker decided its place -- is flagged
*> birth-date/id rule.  Page headers carry the posting date (the
*> business date), and the run lands in report_registry so the exact
*> posted copy can be reprinted during a grievance.  Output to "-out"
*> (default seniority-list.rpt).  Each row also shows the person's job
*> title from the job_code catalog -- printed for the steward's
*> reference only, it plays no part in the ordering.
identification division.
    program-id. seniority-list.
    REMARKS. Binding seniority list with rank and tie-breaker flags.
    01 cur-first pic x(20).
    01 cur-last  pic x(20).
    01 cur-dept  pic x(4).
    01 cur-title pic x(20).
    01 cur-hire-iso pic x(12).
    01 cur-hire  pic 9(8).
    01 cur-birth-iso pic x(12).
    01 prev-first pic x(20).
    01 prev-last  pic x(20).
    01 prev-dept  pic x(4).
    01 prev-title pic x(20).
    01 prev-hire  pic 9(8).
    01 prev-birth pic 9(8).

        05 filler pic x(6)  value " RANK".
        05 filler pic x(8)  value "  ID".
        05 filler pic x(21) value " NAME".
        05 filler pic x(5)  value " DEPT".
        05 filler pic x(21) value " TITLE".
        05 filler pic x(10) value " HIRED".
        05 filler pic x(10) value "  BORN".
        05 filler pic x(5)  value " TIE".
        05 dl-name pic x(20).
        05 filler pic x value space.
        05 dl-dept pic x(4).
        05 filler pic x value space.
        05 dl-title pic x(20).
        05 filler pic x(2) value spaces.
        05 dl-hire pic 9(8).
        05 filler pic x(2) value spaces.
    *> the contract's ordering, verbatim: hire date, then birth date,
    *> then person id -- nothing else, ever
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, first_name, last_name, coalesce(dept_code, ''), coalesce(hire_date, ''), coalesce(birth_date, ''), coalesce((select j.title from job_code j where j.job_code = person.job_code), '') from person where coalesce(status, 'A') in ('A', 'L') and coalesce(worker_type, 'E') = 'E' order by hire_date, birth_date, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "seniority-list: select failed, status ", db-status
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-birth-iso) to bool
        move SQLITE3-DATE-TO-COBOL(cur-birth-iso(1:10)) to cur-birth
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-title) to bool
        perform rank-one-row
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move cur-first to prev-first.
    move cur-last to prev-last.
    move cur-dept to prev-dept.
    move cur-title to prev-title.
    move cur-hire to prev-hire.
    move cur-birth to prev-birth.
    move 1 to held-flag.
    string trim(prev-first) " " trim(prev-last) into person-name end-string.
    move person-name(1:20) to dl-name.
    move prev-dept to dl-dept.
    move prev-title to dl-title.
    move prev-hire to dl-hire.
    move prev-birth to dl-birth.
    if this-tie-flag = 1 then
