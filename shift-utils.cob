GCobol >>SOURCE FORMAT IS FREE
*>***************************************************************************
*> Shared shift schedule facility.  Whether a person is due at work on
*> a given day is read in two places -- schedule-roster printing who is
*> due by department and day, and attendance-exception comparing what
*> was scheduled with the hours turned in -- so the rule lives here.
*>
*> Method:
*>    <hours> SHIFT-DAY(<db-handle>, <person-id>, <work-date>,
*>                      <shift-code>, <day-status>)
*>        The shift_assignment in effect for person-id (PIC 9(9)) on
*>        work-date (PIC 9(8) YYYYMMDD) names a shift_pattern
*>        (shift-maintenance).  A rotating pattern (cycle_days > 0)
*>        works the day when its cycle_mask has a Y at the day's place
*>        in the cycle counted from cycle_anchor; otherwise the day of
*>        the week (1 = Monday .. 7 = Sunday) is looked up in the
*>        days_of_week mask.  shift-code (PIC X(8)) comes back with the
*>        pattern and day-status (PIC X) with:
*>            S  scheduled -- the pattern's shift_hours are returned
*>            L  scheduled, but a leave_ledger T (taken) entry covers
*>               the day -- an entry of n days covers n calendar days
*>               from its tx_date; the shift_hours are still returned
*>               so the caller can see what the leave overlaps
*>            H  the pattern works the day but it is in
*>               holiday_calendar -- nobody is due, 0 hours
*>            O  an off day in the pattern, 0 hours
*>            N  no assignment in effect, 0 hours
*>        Returns the scheduled hours, PIC 9(3)V99.
*>***************************************************************************
identification division. function-id. SHIFT-DAY.
environment division. configuration section.
    repository.
    function SQLITE3-STMT-OPEN
    function SQLITE3-STMT-CLOSE
    function SQLITE3-STMT-STEP
    function SQLITE3-STMT-BIND-TEXT
    function SQLITE3-STMT-BIND-INT
    function SQLITE3-COLUMN-INT
    function SQLITE3-COLUMN-TEXT
    function SQLITE3-COLUMN-DECIMAL
    function all intrinsic.
data division.
working-storage section.
    01 shift-stmt-handle PIC 9(18) COMP.
    01 open-status pic s9(9) comp.
    01 step-result pic s9(9) comp.
        88  SHIFT-ROW value is 100.
    01 shift-param-1 pic s9(9) comp value 1.
    01 shift-param-2 pic s9(9) comp value 2.
    01 shift-col pic s9(9) comp.
    01 col-bool pic 9.
    01 bind-person pic s9(9) comp.
    01 work-date-iso pic x(10).
    01 pattern-hours pic s9(3)v99 comp-3.
    01 week-mask pic x(7).
    01 cycle-days pic s9(4) comp.
    01 cycle-mask pic x(28).
    01 cycle-anchor-iso pic x(10).
    01 cycle-anchor.
        05 anchor-yyyy pic x(4).
        05 anchor-mm pic xx.
        05 anchor-dd pic xx.
    01 cycle-anchor-num redefines cycle-anchor pic 9(8).
    01 day-num pic s9(9) comp.
    01 day-place pic s9(4) comp.
    01 day-works-flag pic 9.
        88 DAY-WORKS value 1.
    01 match-count pic s9(9) comp.
    01 count-sql pic x(300).
linkage section.
    01 sched-hours pic 9(3)v99.
    copy sqlite3-handles.
    01 person-id pic 9(9).
    01 work-date pic 9(8).
    01 shift-code pic x(8).
    01 day-status pic x.

procedure division using db-handle, person-id, work-date, shift-code, day-status
        returning sched-hours.
    move 0 to sched-hours.
    move spaces to shift-code.
    move "N" to day-status.
    move spaces to work-date-iso.
    string work-date(1:4) "-" work-date(5:2) "-" work-date(7:2)
        into work-date-iso
    end-string.
    move person-id to bind-person.

    move SQLITE3-STMT-OPEN(db-handle,
        "select a.shift_code, coalesce(p.shift_hours, 0), coalesce(p.days_of_week, ''), coalesce(p.cycle_days, 0), coalesce(p.cycle_mask, ''), coalesce(p.cycle_anchor, '') from shift_assignment a join shift_pattern p on p.shift_code = a.shift_code where a.person_id = ?1 and a.eff_from <= ?2 and (a.eff_to is null or a.eff_to = '' or a.eff_to >= ?2) order by a.eff_from desc limit 1",
        shift-stmt-handle) to open-status.
    if open-status not = 0 then
        goback returning sched-hours
    end-if.
    move SQLITE3-STMT-BIND-INT(shift-stmt-handle, shift-param-1, bind-person) to open-status.
    move SQLITE3-STMT-BIND-TEXT(shift-stmt-handle, shift-param-2, work-date-iso) to open-status.
    move SQLITE3-STMT-STEP(shift-stmt-handle) to step-result.
    if SHIFT-ROW then
        move 0 to shift-col
        move SQLITE3-COLUMN-TEXT(shift-stmt-handle,shift-col,shift-code) to col-bool
        move 1 to shift-col
        move SQLITE3-COLUMN-DECIMAL(shift-stmt-handle,shift-col) to pattern-hours
        move 2 to shift-col
        move SQLITE3-COLUMN-TEXT(shift-stmt-handle,shift-col,week-mask) to col-bool
        move 3 to shift-col
        move SQLITE3-COLUMN-INT(shift-stmt-handle,shift-col) to cycle-days
        move 4 to shift-col
        move SQLITE3-COLUMN-TEXT(shift-stmt-handle,shift-col,cycle-mask) to col-bool
        move 5 to shift-col
        move SQLITE3-COLUMN-TEXT(shift-stmt-handle,shift-col,cycle-anchor-iso) to col-bool
        move "O" to day-status
    end-if.
    move SQLITE3-STMT-CLOSE(shift-stmt-handle) to open-status.
    if day-status = "N" then
        goback returning sched-hours
    end-if.

    *> which day of the week, or which day of the rotation
    move 0 to day-works-flag.
    compute day-num = integer-of-date(work-date).
    if cycle-days > 0 and cycle-days <= 28 then
        move cycle-anchor-iso(1:4) to anchor-yyyy
        move cycle-anchor-iso(6:2) to anchor-mm
        move cycle-anchor-iso(9:2) to anchor-dd
        if cycle-anchor is numeric and test-date-yyyymmdd(cycle-anchor-num) = 0 then
            compute day-place = mod(day-num - integer-of-date(cycle-anchor-num), cycle-days) + 1
            if cycle-mask(day-place:1) = "Y" then
                move 1 to day-works-flag
            end-if
        end-if
    else
        compute day-place = mod(day-num - 1, 7) + 1
        if week-mask(day-place:1) = "Y" then
            move 1 to day-works-flag
        end-if
    end-if.
    if not DAY-WORKS then
        goback returning sched-hours
    end-if.

    move "select count(*) from holiday_calendar where holiday_date = ?2" to count-sql.
    perform count-matches.
    if match-count > 0 then
        move "H" to day-status
        goback returning sched-hours
    end-if.

    move pattern-hours to sched-hours.
    move "S" to day-status.
    move "select count(*) from leave_ledger where person_id = ?1 and tx_type = 'T' and tx_date <= ?2 and date(tx_date, '+' || (cast(coalesce(tx_days, 1) + 0.99 as integer) - 1) || ' days') >= ?2"
        to count-sql.
    perform count-matches.
    if match-count > 0 then
        move "L" to day-status
    end-if.
    goback returning sched-hours.

count-matches.
    move 0 to match-count.
    move SQLITE3-STMT-OPEN(db-handle, count-sql, shift-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-BIND-INT(shift-stmt-handle, shift-param-1, bind-person) to open-status
        move SQLITE3-STMT-BIND-TEXT(shift-stmt-handle, shift-param-2, work-date-iso) to open-status
        move SQLITE3-STMT-STEP(shift-stmt-handle) to step-result
        if SHIFT-ROW then
            move 0 to shift-col
            move SQLITE3-COLUMN-INT(shift-stmt-handle,shift-col) to match-count
        end-if
        move SQLITE3-STMT-CLOSE(shift-stmt-handle) to open-status
    end-if.
end function SHIFT-DAY.
