*> registration time, to "-to" (default <original file>.original):
*>
*>    report-distribution -db person.sdb -action original -id 7
*>
*> report-burst cuts the department reports into per-department slices
*> and delivers each to the recipients on its distribution list; a
*> delivery is not finished until the recipient has picked it up.
*> "-action slices" lists every slice delivery not yet picked up --
*> which department's piece of which report is still sitting in a
*> print tray, mail drop or share, failed, or has nobody to go to --
*> and "-action pickup" records a pick-up against the delivery id it
*> shows.  "-dept" with "-action original" writes back that
*> department's stored slice instead of the whole report (to
*> <original file>.<dept>.original by default):
*>
*>    report-distribution -db person.sdb -action slices [-date YYYYMMDD]
*>    report-distribution -db person.sdb -action pickup -id 12 [-by <name>]
*>    report-distribution -db person.sdb -action original -id 7 -dept D2
identification division.
    program-id. report-distribution.
    REMARKS. Lists, delivers, and reprints registered report outputs.
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-BLOB
    FUNCTION SQLITE3-COLUMN-BYTES
    FUNCTION SQLITE3-CHANGES
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    01 list-count pic 9(4) value 0.
    01 row-found pic 9.

    *> "-action slices" / "-action pickup"
    01 picked-up-by pic x(30) value spaces.
    01 pickup-ts pic x(26).
    01 out-dept pic x(10).
    01 out-recipient pic x(30).
    01 out-method pic x(5).
    01 out-slice-status pic x(10).
    01 out-slice-file pic x(60).
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 rows-changed pic s9(9) comp.
    01 delivered-slice-count pic 9(4) value 0.
    01 failed-slice-count pic 9(4) value 0.
    01 unrouted-slice-count pic 9(4) value 0.

    01 command-line-text pic x(300).
    01 system-status pic s9(9) comp.

    *> the CBL_* byte routines that write the stored bytes back out
    01 archive-db-name pic x(256) value "report-archive.sdb".
    01 original-to pic x(256) value spaces.
    01 original-dept pic x(10) value spaces.
    01 slice-id PIC 9(18) COMP.
    01 arch-handle      PIC 9(18) COMP.
    01 redefines arch-handle.
        05 arch-object-ptr usage pointer.
    if flag-found = 1 then
        move flag-value to original-to
    end-if.
    move ARGPARSE-GET-FLAG("dept", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to original-dept
    end-if.
    move ARGPARSE-GET-FLAG("by", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to picked-up-by
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
            perform do-reprint
        when "original"
            perform do-original
        when "slices"
            perform do-slices
        when "pickup"
            perform do-pickup
        when other
            display "report-distribution: unknown action ", trim(action-name)
            move 1 to return-code
        move 1 to return-code
        exit paragraph
    end-if.
    move 0 to slice-id.
    if original-dept not = spaces then
        perform find-original-slice
        if slice-id = 0 then
            display "report-distribution: registry ", target-id,
                " has no burst slice for department ", trim(original-dept),
                " -- run report-burst"
            move SQLITE3-CLOSE(arch-handle) to db-status
            move 1 to return-code
            exit paragraph
        end-if
    end-if.
    if original-to = spaces then
        move spaces to original-to
        if slice-id = 0 then
            string trim(out-original-file) ".original" into original-to end-string
        else
            string trim(out-original-file) "." trim(original-dept) ".original"
                delimited by size into original-to
            end-string
        end-if
    end-if.
    call "CBL_CREATE_FILE" using original-to, access-output, deny-zero,
        device-disk, file-handle
    end-if.
    move 0 to file-offset.
    move 0 to written-bytes.
    if slice-id = 0 then
        move SQLITE3-STMT-OPEN(arch-handle,
            "select content from report_archive_segment where arch_id = ? order by seg_no",
            arch-stmt) to db-status
        move arch-id to bind-arch-id
    else
        move SQLITE3-STMT-OPEN(arch-handle,
            "select content from report_archive_slice_segment where slice_id = ? order by seg_no",
            arch-stmt) to db-status
        move slice-id to bind-arch-id
    end-if.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(arch-stmt, bind-param-1, bind-arch-id) to db-status
        move SQLITE3-STMT-STEP(arch-stmt) to arch-step-result
        perform until not ARCH_ROW
    end-if.
    call "CBL_CLOSE_FILE" using file-handle returning cbl-status end-call.
    move SQLITE3-CLOSE(arch-handle) to db-status.
    if slice-id = 0 then
        display "report-distribution: wrote the ORIGINAL bytes of registry ",
            target-id, " (", trim(out-name), ", ", written-bytes,
            " bytes) to ", trim(original-to)
    else
        display "report-distribution: wrote department ", trim(original-dept),
            " of registry ", target-id, " (", trim(out-name), ", ",
            written-bytes, " bytes) to ", trim(original-to)
    end-if.
    move 0 to return-code.

*> the slice report-burst cut from that archived copy for one department
find-original-slice.
    move SQLITE3-STMT-OPEN(arch-handle,
        "select id from report_archive_slice where arch_id = ? and dept_code = ? order by id desc limit 1",
        arch-stmt) to db-status.
    if db-status = 0 then
        move arch-id to bind-arch-id
        move SQLITE3-STMT-BIND-INT(arch-stmt, bind-param-1, bind-arch-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(arch-stmt, bind-param-2, trim(original-dept)) to db-status
        move SQLITE3-STMT-STEP(arch-stmt) to arch-step-result
        if ARCH_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(arch-stmt,col-idx) to slice-id
        end-if
        move SQLITE3-STMT-CLOSE(arch-stmt) to db-status
    end-if.

*> every department slice delivery nobody has picked up yet, oldest
*> business date first; RETURN-CODE 1 while any is outstanding
do-slices.
    if filter-date not = spaces then
        move SQLITE3-STMT-OPEN(db-handle,
            "select id, report_name, business_date, dept_code, coalesce(recipient, ''), coalesce(method, ''), status, coalesce(delivered_file, '') from report_slice_delivery where picked_up_ts is null and business_date = ? order by business_date, report_name, dept_code, id",
            stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, filter-date) to db-status
        end-if
    else
        move SQLITE3-STMT-OPEN(db-handle,
            "select id, report_name, business_date, dept_code, coalesce(recipient, ''), coalesce(method, ''), status, coalesce(delivered_file, '') from report_slice_delivery where picked_up_ts is null order by business_date, report_name, dept_code, id",
            stmt-handle) to db-status
    end-if.
    if db-status not = 0 then
        display "report-distribution: no slice deliveries in ", trim(db-file-name),
            " -- run schema-migrate and report-burst"
        move 1 to return-code
        exit paragraph
    end-if.
    display "     ID  REPORT                   BUSDATE   DEPT  RECIPIENT                      METHOD STATUS     FILE".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-name out-bus-date out-dept out-recipient
            out-method out-slice-status out-slice-file
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-name) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-bus-date) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-recipient) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-method) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-slice-status) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-slice-file) to bool
        move out-id to out-id-disp
        evaluate trim(out-slice-status)
            when "UNROUTED"
                move "(nobody listed)" to out-recipient
                add 1 to unrouted-slice-count
            when "DELIVERED"
                add 1 to delivered-slice-count
            when other
                add 1 to failed-slice-count
        end-evaluate
        display out-id-disp, "  ", out-name, " ", out-bus-date, "  ",
            out-dept(1:4), "  ", out-recipient, " ", out-method, "  ",
            out-slice-status, " ", trim(out-slice-file)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    display " ".
    display "report-distribution: ", delivered-slice-count,
        " slice(s) delivered but not picked up, ", failed-slice-count,
        " not delivered, ", unrouted-slice-count, " with nobody to go to".
    if delivered-slice-count + failed-slice-count + unrouted-slice-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.

*> only a slice that was actually delivered can be picked up
do-pickup.
    if target-id = 0 then
        display "report-distribution: pickup needs -id (the delivery id -action slices shows)"
        move 1 to return-code
        exit paragraph
    end-if.
    move function current-date to pickup-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "update report_slice_delivery set status = 'PICKED-UP', picked_up_ts = ?, picked_up_by = ? where id = ? and status = 'DELIVERED'",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "report-distribution: pickup failed, status ", db-status
        move 1 to return-code
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, pickup-ts) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(picked-up-by)) to db-status.
    move target-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    if rows-changed = 0 then
        display "report-distribution: delivery ", target-id,
            " is not a delivered slice waiting for pick-up"
        move 1 to return-code
    else
        display "report-distribution: delivery ", target-id, " picked up"
        move 0 to return-code
    end-if.

end program report-distribution.
