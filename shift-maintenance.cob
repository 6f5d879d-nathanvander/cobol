GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 shift-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for shift schedules -- the record of when
*> people are supposed to work that a supervisor's phone call used to
*> stand in for:
*>
*>   P  shift patterns: a code, a description, the start and end time
*>      (HHMM, an end at or before the start runs past midnight) and
*>      the unpaid break, from which the paid shift_hours are worked
*>      out once here.  A pattern is either weekly -- a seven-place
*>      Y/N mask of the days worked, Monday first (YYYYYNN is Monday
*>      to Friday) -- or rotating: a cycle of up to 28 days with its
*>      own Y/N mask, counted from an anchor date that is day one of
*>      the cycle (a 4-on 4-off rotation is 8 days, YYYYNNNN).  A
*>      pattern anyone has been assigned to can't be deleted.
*>   A  assignments: a person works one pattern over a date range.  A
*>      new assignment ends the person's current one the day before it
*>      starts, in one transaction; an assignment already starting on
*>      or after the new one's first day has to be ended first.
*>
*> schedule-roster prints who is due by department and day and
*> attendance-exception checks each period's timesheet file against
*> the schedule, both through SHIFT-DAY (shift-utils.cob).  Same shape
*> as the other maintenance programs: the single-writer app_lock
*> around every write and an audit_log row for every statement, under
*> the operator signed on at startup.
identification division.
    program-id. shift-maintenance.
    REMARKS. Interactive shift pattern and schedule assignment maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 pattern-choice pic x.
    01 assign-choice pic x.
    01 sql-text pic x(512).
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-id pic s9(9) comp.
    01 bind-number pic s9(9) comp.

    01 business-date pic 9(8).
    01 now-ts pic x(26).

    01 in-shift-code pic x(8).
    01 in-description pic x(40).
    01 in-start-time pic 9(4).
    01 in-start-parts redefines in-start-time.
        05 in-start-hh pic 99.
        05 in-start-mi pic 99.
    01 in-end-time pic 9(4).
    01 in-end-parts redefines in-end-time.
        05 in-end-hh pic 99.
        05 in-end-mi pic 99.
    01 in-break pic 9(3).
    01 in-kind pic x.
        88 KIND-WEEKLY value "W" "w".
        88 KIND-ROTATING value "R" "r".
    01 in-week-mask pic x(7).
    01 in-cycle-days pic 99.
    01 in-cycle-mask pic x(28).
    01 in-anchor pic 9(8).
    01 in-anchor-iso pic x(10).
    01 in-id pic 9(9).
    01 in-assign-id pic 9(9).
    01 in-from pic 9(8).
    01 in-to pic 9(8).
    01 in-from-iso pic x(10).
    01 in-to-iso pic x(10).
    01 prior-end pic 9(8).
    01 prior-end-iso pic x(10).
    01 mask-ix pic 99.
    01 mask-bad-flag pic 9.
        88 MASK-BAD value 1.
    01 shift-minutes pic s9(5) comp.
    01 shift-hours pic 9(3)v99.
    01 shift-hours-edit pic 9(3).99.
    01 found-count pic s9(9) comp.
    01 person-status pic x.
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 assign-person pic s9(9) comp.
    01 assign-from-iso pic x(10).
    01 assign-to-iso pic x(10).
    01 assign-found-flag pic 9.
        88 ASSIGN-FOUND value 1.

    01 out-shift-code pic x(8).
    01 out-description pic x(30).
    01 out-start pic x(4).
    01 out-end pic x(4).
    01 out-break pic s9(4) comp.
    01 out-hours pic s9(3)v99 comp-3.
    01 out-week-mask pic x(7).
    01 out-cycle-days pic s9(4) comp.
    01 out-cycle-mask pic x(28).
    01 out-anchor pic x(10).
    01 out-assign-id pic s9(9) comp.
    01 out-from pic x(10).
    01 out-to pic x(10).
    01 out-assigned-by pic x(20).
    01 pattern-line.
        05 pl-code pic x(8).
        05 filler pic x value space.
        05 pl-desc pic x(30).
        05 filler pic x value space.
        05 pl-start pic x(4).
        05 filler pic x value "-".
        05 pl-end pic x(4).
        05 filler pic x value space.
        05 pl-break pic zz9.
        05 filler pic x value space.
        05 pl-hours pic z9.99.
        05 filler pic x(2) value spaces.
        05 pl-days pic x(53).
    01 cycle-days-edit pic z9.
    01 assign-line.
        05 al-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 al-code pic x(8).
        05 filler pic x value space.
        05 al-from pic x(10).
        05 filler pic x value space.
        05 al-to pic x(10).
        05 filler pic x value space.
        05 al-by pic x(20).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "shift-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists shift_pattern (shift_code text primary key, description text, start_time text, end_time text, break_minutes integer default 0, shift_hours numeric, days_of_week text, cycle_days integer default 0, cycle_mask text, cycle_anchor text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists shift_assignment (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, shift_code text, eff_from text, eff_to text, assigned_by text, assigned_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.

    display "operator id: " with no advancing.
    accept operator-id.
    perform sign-on.
    if not SIGNED-ON then
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "signed on: ", trim(operator-name), " (", trim(operator-role), ")".

    move space to menu-choice.
    perform until menu-choice = "X" or menu-choice = "x"
        display " "
        display "shift schedule maintenance -- ", trim(file-name)
        display "  P) shift patterns    A) schedule assignments    X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "P" when "p"
                perform pattern-menu
            when "A" when "a"
                perform assign-menu
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

pattern-menu.
    move space to pattern-choice.
    perform until pattern-choice = "X" or pattern-choice = "x"
        display " "
        display "shift patterns -- A) add/replace   D) delete   L) list   X) back"
        display "choice: " with no advancing
        accept pattern-choice
        evaluate pattern-choice
            when "A" when "a"
                perform pattern-add
            when "D" when "d"
                perform pattern-delete
            when "L" when "l"
                perform pattern-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", pattern-choice
        end-evaluate
    end-perform.

pattern-add.
    display "shift code: " with no advancing.
    accept in-shift-code.
    move function upper-case(in-shift-code) to in-shift-code.
    if in-shift-code = spaces then
        display "add failed: shift code may not be blank"
        exit paragraph
    end-if.
    display "description: " with no advancing.
    accept in-description.
    display "start time (hhmm): " with no advancing.
    accept in-start-time.
    display "end time (hhmm): " with no advancing.
    accept in-end-time.
    if in-start-hh > 23 or in-start-mi > 59 or in-end-hh > 23 or in-end-mi > 59 then
        display "add failed: times are hhmm on a 24-hour clock"
        exit paragraph
    end-if.
    display "unpaid break (minutes): " with no advancing.
    move 0 to in-break.
    accept in-break.
    *> an end at or before the start is the next morning
    compute shift-minutes = (in-end-hh * 60 + in-end-mi)
        - (in-start-hh * 60 + in-start-mi).
    if shift-minutes <= 0 then
        add 1440 to shift-minutes
    end-if.
    subtract in-break from shift-minutes.
    if shift-minutes <= 0 then
        display "add failed: the break takes up the whole shift"
        exit paragraph
    end-if.
    compute shift-hours rounded = shift-minutes / 60.
    move shift-hours to shift-hours-edit.

    display "W) weekly days or R) rotating cycle: " with no advancing.
    accept in-kind.
    move spaces to in-week-mask.
    move spaces to in-cycle-mask.
    move 0 to in-cycle-days.
    move spaces to in-anchor-iso.
    evaluate true
        when KIND-WEEKLY
            display "days worked, Monday first (e.g. YYYYYNN): " with no advancing
            accept in-week-mask
            move function upper-case(in-week-mask) to in-week-mask
            move 0 to mask-bad-flag
            perform varying mask-ix from 1 by 1 until mask-ix > 7
                if in-week-mask(mask-ix:1) not = "Y" and in-week-mask(mask-ix:1) not = "N" then
                    move 1 to mask-bad-flag
                end-if
            end-perform
            if MASK-BAD then
                display "add failed: the day mask is seven Y or N places"
                exit paragraph
            end-if
        when KIND-ROTATING
            display "days in the cycle (2-28): " with no advancing
            accept in-cycle-days
            if in-cycle-days < 2 or in-cycle-days > 28 then
                display "add failed: a cycle runs 2 to 28 days"
                exit paragraph
            end-if
            display "cycle mask, day one first (e.g. YYYYNNNN): " with no advancing
            accept in-cycle-mask
            move function upper-case(in-cycle-mask) to in-cycle-mask
            move 0 to mask-bad-flag
            perform varying mask-ix from 1 by 1 until mask-ix > in-cycle-days
                if in-cycle-mask(mask-ix:1) not = "Y" and in-cycle-mask(mask-ix:1) not = "N" then
                    move 1 to mask-bad-flag
                end-if
            end-perform
            if in-cycle-days < 28 then
                if in-cycle-mask(in-cycle-days + 1:) not = spaces then
                    move 1 to mask-bad-flag
                end-if
            end-if
            if MASK-BAD then
                display "add failed: the cycle mask is one Y or N per day of the cycle"
                exit paragraph
            end-if
            display "anchor date, day one of the cycle (yyyymmdd): " with no advancing
            accept in-anchor
            if in-anchor = 0 or test-date-yyyymmdd(in-anchor) not = 0 then
                display "add failed: not a valid anchor date"
                exit paragraph
            end-if
            move SQLITE3-COBOL-TO-DATE(in-anchor) to in-anchor-iso
        when other
            display "add failed: W or R"
            exit paragraph
    end-evaluate.

    move "insert or replace into shift_pattern (shift_code, description, start_time, end_time, break_minutes, shift_hours, days_of_week, cycle_days, cycle_mask, cycle_anchor) values (?, ?, ?, ?, ?, ?, nullif(?, ''), ?, nullif(?, ''), nullif(?, ''))"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-shift-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-description)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-start-time) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-end-time) to db-status
            move in-break to bind-number
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-number) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, shift-hours-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(in-week-mask)) to db-status
            move in-cycle-days to bind-number
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-8, bind-number) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(in-cycle-mask)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(in-anchor-iso)) to db-status
            perform step-write
        end-if
        perform audit-write
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "shift ", trim(in-shift-code), " saved, ", shift-hours-edit,
                " paid hours a shift"
        else
            display "add failed, status ", db-status
        end-if
    else
        display "add failed: database is locked by another operator, try again"
    end-if.

pattern-delete.
    display "shift code to delete: " with no advancing.
    accept in-shift-code.
    move function upper-case(in-shift-code) to in-shift-code.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from shift_assignment where shift_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-shift-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count > 0 then
        display "delete refused: ", found-count, " assignment(s) name shift ",
            trim(in-shift-code)
        exit paragraph
    end-if.
    move "delete from shift_pattern where shift_code = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-shift-code)) to db-status
            perform step-write
        end-if
        perform audit-write
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        evaluate true
            when db-status not = 0
                display "delete failed, status ", db-status
            when rows-changed = 0
                display "delete: no shift ", trim(in-shift-code)
            when other
                display "shift ", trim(in-shift-code), " deleted"
        end-evaluate
    else
        display "delete failed: database is locked by another operator, try again"
    end-if.

pattern-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select shift_code, coalesce(description, ''), coalesce(start_time, ''), coalesce(end_time, ''), coalesce(break_minutes, 0), coalesce(shift_hours, 0), coalesce(days_of_week, ''), coalesce(cycle_days, 0), coalesce(cycle_mask, ''), coalesce(cycle_anchor, '') from shift_pattern order by shift_code",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    display "SHIFT    DESCRIPTION                    HOURS     BRK HOURS  DAYS".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-shift-code) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-description) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-start) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-end) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-break
        move 5 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-hours
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-week-mask) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-cycle-days
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-cycle-mask) to bool
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-anchor) to bool
        move out-shift-code to pl-code
        move out-description to pl-desc
        move out-start to pl-start
        move out-end to pl-end
        move out-break to pl-break
        move out-hours to pl-hours
        move spaces to pl-days
        if out-cycle-days > 0 then
            move out-cycle-days to cycle-days-edit
            string "cycle " cycle-days-edit " from " out-anchor " "
                out-cycle-mask(1:out-cycle-days)
                into pl-days
                on overflow
                    display "shift ", trim(out-shift-code),
                        ": rotation too long to list in full"
            end-string
        else
            string "week " out-week-mask into pl-days end-string
        end-if
        display pattern-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

assign-menu.
    move space to assign-choice.
    perform until assign-choice = "X" or assign-choice = "x"
        display " "
        display "assignments -- A) assign   E) end assignment   L) list by person   X) back"
        display "choice: " with no advancing
        accept assign-choice
        evaluate assign-choice
            when "A" when "a"
                perform assign-add
            when "E" when "e"
                perform assign-end
            when "L" when "l"
                perform assign-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", assign-choice
        end-evaluate
    end-perform.

*> a new assignment replaces the current one from its first day
assign-add.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person.
    if not PERSON-FOUND then
        display "assign failed: no person with id ", in-id
        exit paragraph
    end-if.
    if person-status = "T" then
        display "assign failed: person ", in-id, " is terminated"
        exit paragraph
    end-if.
    display "shift code: " with no advancing.
    accept in-shift-code.
    move function upper-case(in-shift-code) to in-shift-code.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from shift_pattern where shift_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-shift-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count = 0 then
        display "assign failed: no shift ", trim(in-shift-code)
        exit paragraph
    end-if.
    display "first day (yyyymmdd, enter for ", business-date, "): " with no advancing.
    move 0 to in-from.
    accept in-from.
    if in-from = 0 then
        move business-date to in-from
    end-if.
    if test-date-yyyymmdd(in-from) not = 0 then
        display "assign failed: not a valid date"
        exit paragraph
    end-if.
    display "last day (yyyymmdd, enter for open-ended): " with no advancing.
    move 0 to in-to.
    accept in-to.
    if in-to not = 0 then
        if test-date-yyyymmdd(in-to) not = 0 or in-to < in-from then
            display "assign failed: the last day must be a valid date on or after the first"
            exit paragraph
        end-if
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-from) to in-from-iso.
    if in-to = 0 then
        move spaces to in-to-iso
    else
        move SQLITE3-COBOL-TO-DATE(in-to) to in-to-iso
    end-if.
    move in-id to bind-id.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from shift_assignment where person_id = ? and eff_from >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-from-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count > 0 then
        display "assign refused: person ", in-id, " already has an assignment starting on or after ",
            in-from, " -- end it first"
        exit paragraph
    end-if.
    compute prior-end = date-of-integer(integer-of-date(in-from) - 1).
    move SQLITE3-COBOL-TO-DATE(prior-end) to prior-end-iso.
    move function current-date to now-ts.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "assign failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "update shift_assignment set eff_to = ? where person_id = ? and (eff_to is null or eff_to = '' or eff_to > ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, prior-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, prior-end-iso) to db-status
        perform step-write
    end-if.
    perform audit-write.
    if db-status = 0 then
        move "insert into shift_assignment (person_id, shift_code, eff_from, eff_to, assigned_by, assigned_ts) values (?, ?, ?, nullif(?, ''), ?, ?)"
            to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-shift-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, in-from-iso) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-to-iso)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, now-ts) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    perform finish-transaction.
    if db-status = 0 then
        display "person ", in-id, " works shift ", trim(in-shift-code), " from ", in-from-iso
    else
        display "assign failed, status ", db-status, " -- nothing saved"
    end-if.

assign-end.
    display "assignment id to end: " with no advancing.
    accept in-assign-id.
    move 0 to assign-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select person_id, coalesce(eff_from, ''), coalesce(eff_to, '') from shift_assignment where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-assign-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to assign-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to assign-person
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-from-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,assign-to-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if not ASSIGN-FOUND then
        display "end failed: no assignment ", in-assign-id
        exit paragraph
    end-if.
    display "last day worked on it (yyyymmdd): " with no advancing.
    accept in-to.
    if in-to = 0 or test-date-yyyymmdd(in-to) not = 0 then
        display "end failed: not a valid date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-to) to in-to-iso.
    if in-to-iso < assign-from-iso then
        display "end failed: the assignment starts ", assign-from-iso
        exit paragraph
    end-if.
    move "update shift_assignment set eff_to = ? where id = ?" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-to-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
            perform step-write
        end-if
        perform audit-write
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "assignment ", in-assign-id, " ends ", in-to-iso
        else
            display "end failed, status ", db-status
        end-if
    else
        display "end failed: database is locked by another operator, try again"
    end-if.

assign-list.
    display "person id: " with no advancing.
    accept in-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, shift_code, coalesce(eff_from, ''), coalesce(eff_to, ''), coalesce(assigned_by, '') from shift_assignment where person_id = ? order by eff_from, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move in-id to bind-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status.
    display "       ID SHIFT    FROM       TO         ASSIGNED BY".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-assign-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-shift-code) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-from) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-to) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-assigned-by) to bool
        move out-assign-id to al-id
        move out-shift-code to al-code
        move out-from to al-from
        if out-to = spaces then
            move "open" to al-to
        else
            move out-to to al-to
        end-if
        move out-assigned-by to al-by
        display assign-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

get-person.
    move 0 to person-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'A') from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-status) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

step-write.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to db-status
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status.

audit-write.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.

finish-transaction.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.

sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program shift-maintenance.
