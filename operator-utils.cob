*> days) forces a change, three straight failures lock the id until a
*> supervisor unlocks it in person-maintenance's operator menu, and
*> every denial and lockout lands in audit_log so the morning routine
*> can see someone hammering a supervisor id overnight.  A successful
*> sign-on stamps last_signon on the row (migration 133), the date the
*> quarterly access recertification and the dormant-account check in
*> sod-conflicts read.  The 90 days is the PASSWORD-MAX-AGE-DAYS
*> business parameter in force on the business date; it is read here
*> with its own statement rather than through param-utils' BUSINESS-PARAM
*> so that every screen that signs on doesn't have to link one more
*> module for it.
*>
*> Methods:
*>    <hash> PASSWORD-HASH(<seed>, <password>)
    01 today-day-num pic s9(9) comp.
    01 changed-day-num pic s9(9) comp.
    01 age-days pic s9(9) comp.
    01 max-age-days pic s9(9) comp.
    01 max-age-text pic x(40).
    01 timestamp-now pic x(26).
    01 change-needed pic 9.
linkage section.
        "alter table operator add column fail_count integer default 0") to open-status.
    move SQLITE3-EXEC(db-handle,
        "alter table operator add column locked integer default 0") to open-status.
    move SQLITE3-EXEC(db-handle,
        "alter table operator add column last_signon text") to open-status.

    move 0 to operator-count.
    move SQLITE3-STMT-OPEN(db-handle,
            end-if
        end-if
    end-if.
    perform record-signon.
    move 1 to bool.
    goback returning bool.

        compute today-day-num = function integer-of-date(today-date)
        compute changed-day-num = function integer-of-date(changed-date)
        compute age-days = today-day-num - changed-day-num
        perform read-max-age
        if age-days > max-age-days then
            move 1 to change-needed
        end-if
    else
        move 1 to change-needed
    end-if.

*> the parameter row in force on the business date (the system date
*> on a file that has no business_date row); 90 when there is none
read-max-age.
    move 90 to max-age-days.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(param_value, '') from business_parameter where param_name = 'PASSWORD-MAX-AGE-DAYS' and eff_date <= coalesce((select bus_date from business_date where id = 1), date('now')) order by eff_date desc limit 1",
        so-stmt-handle) to open-status.
    if open-status = 0 then
        move SQLITE3-STMT-STEP(so-stmt-handle) to step-result
        if SO-ROW then
            move 0 to col-idx
            move spaces to max-age-text
            move SQLITE3-COLUMN-TEXT(so-stmt-handle,col-idx,max-age-text) to text-bool
            if trim(max-age-text) is numeric then
                move numval(trim(max-age-text)) to max-age-days
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(so-stmt-handle) to open-status
    end-if.

*> a wrong password counts; the third in a row locks the id, and both
*> the failure and the lockout are audited for the morning reading
record-failure.
    move SQLITE3-AUDIT-LOG(db-handle, signon-note, trim(operator-id),
        minus-one, zero-rows) to audit-bool.

record-signon.
    move function current-date to timestamp-now.
    move spaces to sql-work.
    string "update operator set last_signon = '" timestamp-now(1:14)
        "' where op_id = '" trim(operator-id) "'"
        into sql-work
    end-string.
    move SQLITE3-EXEC(db-handle, sql-work) to open-status.

reset-failures.
    move spaces to sql-work.
    string "update operator set fail_count = 0 where op_id = '"
