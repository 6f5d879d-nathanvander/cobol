GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 report-burst.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob
*>***************************************
*> The payroll register, the timesheet register, the leave balance
*> report and the by-department roster each print every department,
*> and the printout used to be cut up by hand and walked round.  This
*> runs after report-archive and splits each archived copy at its
*> department control breaks, straight from the stored bytes in the
*> companion archive database ("-archive-db", default
*> report-archive.sdb), so a slice is exactly what the register
*> printed for that department:
*>
*>    report-burst -db person.sdb [-id <registry id>] [-date YYYYMMDD]
*>
*> A slice is the report's opening heading lines (everything before
*> the first "DEPARTMENT:" line), then the department's own lines from
*> its "DEPARTMENT:" line through its "DEPT TOTAL:" line; page
*> furniture between departments and the grand total trailer belong to
*> no department and are left out.  Lines under a "DEPARTMENT:" with
*> no code go to the slice for department NONE.  Slices are stored in
*> report_archive_slice / report_archive_slice_segment next to the
*> original (65500-byte segments, as report-archive does), and the
*> archive row is marked with its slice count so it is burst once; a
*> report with no department breaks is marked 0.  report-distribution
*> "-action original -dept" writes a slice back out.
*>
*> Each slice then goes to everyone on report_distribution_list
*> (migration 158, kept in distribution-maintenance) for that report
*> and department -- or for department "*", every department -- by
*> their method: PRINT writes it to the print queue directory, EMAIL
*> to the mail drop directory with To:/Subject: lines ahead of it for
*> the mail gateway, SHARE to the file share directory; the list row's
*> destination names the directory (print-queue, mail-drop and share
*> when blank).  Every delivery is a report_slice_delivery row
*> (migration 159) that report-distribution "-action slices" lists
*> until the recipient's pick-up is recorded.  A slice nobody is listed
*> for gets an UNROUTED row so it is not lost; each run retries FAILED
*> deliveries and routes UNROUTED slices that now have a recipient.
*> RETURN-CODE 1 when a report could not be burst or a delivery failed.
identification division.
    program-id. report-burst.
    REMARKS. Bursts archived reports by department and delivers the slices.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-STMT-BIND-BLOB
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-BLOB
    FUNCTION SQLITE3-COLUMN-BYTES
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

data division.
working-storage section.
    01 db-file-name pic x(256).
    01 archive-db-name pic x(256) value "report-archive.sdb".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 target-id pic 9(9) value 0.
    01 filter-date pic x(8) value spaces.

    01 db-handle        PIC 9(18) COMP.
    01 arch-handle      PIC 9(18) COMP.
    01 redefines arch-handle.
        05 arch-object-ptr usage pointer.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 sql-text pic x(512).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 seg-stmt        PIC 9(18) COMP.
    01 redefines seg-stmt.
        05 seg-stmt-object-ptr usage pointer.
    01 seg-step-result pic s9(9) comp.
        88  SEG_ROW value is 100.
    01 col-idx pic s9(9) comp.
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
    01 bind-int pic s9(9) comp.
    01 id-disp pic 9(9).
    01 count-disp pic 9(9).
    01 bytes-disp pic 9(9).
    01 now-ts pic x(26).

    *> archived copies not yet burst, read up front so the archive rows
    *> can be marked as each is done
    01 burst-count pic s9(9) comp value 0.
    01 burst-ix pic s9(9) comp.
    01 burst-queue.
        05 burst-entry occurs 500 times.
            10 bq-arch-id PIC 9(18) COMP.
            10 bq-registry-id PIC 9(18) COMP.
            10 bq-report-name pic x(24).
            10 bq-busdate pic x(8).

    *> the archive being burst
    01 arch-id PIC 9(18) COMP.
    01 registry-id PIC 9(18) COMP.
    01 report-name pic x(24).
    01 report-busdate pic x(8).
    01 burst-failed pic 9.
    01 seen-break-flag pic 9.
        88 SEEN-BREAK value 1.
    01 slice-open-flag pic 9.
        88 SLICE-OPEN value 1.
    01 archive-slices pic s9(9) comp.

    *> the stored bytes, one segment at a time, cut into lines
    01 seg-buffer pic x(65500).
    01 seg-length pic s9(9) comp.
    01 seg-ptr pic s9(9) comp.
    01 line-part pic x(512).
    01 part-length pic s9(9) comp.
    01 line-delim pic x.
    01 carry-line pic x(512).
    01 carry-length pic s9(9) comp.
    01 room-left pic s9(9) comp.

    *> heading lines ahead of the first department break
    01 pre-buffer pic x(2000).
    01 pre-length pic s9(9) comp.
    01 pre-lines pic s9(9) comp.

    *> the slice being built
    01 slice-id PIC 9(18) COMP.
    01 slice-dept pic x(10).
    01 slice-buffer pic x(65500).
    01 slice-length pic s9(9) comp.
    01 slice-seg-no pic s9(9) comp.
    01 slice-lines pic s9(9) comp.
    01 slice-bytes pic s9(9) comp.
    01 append-text pic x(2000).
    01 append-length pic s9(9) comp.

    01 slice-count pic s9(9) comp value 0.
    01 slice-ix pic s9(9) comp.
    01 slice-queue.
        05 slice-entry occurs 200 times.
            10 sq-slice-id PIC 9(18) COMP.
            10 sq-dept pic x(10).

    *> routing one slice: who it goes to
    01 route-registry-id PIC 9(18) COMP.
    01 route-slice-id PIC 9(18) COMP.
    01 route-report pic x(24).
    01 route-busdate pic x(8).
    01 route-dept pic x(10).
    01 existing-rows pic s9(9) comp.
    01 rcpt-count pic s9(9) comp.
    01 rcpt-ix pic s9(9) comp.
    01 rcpt-table.
        05 rcpt-entry occurs 50 times.
            10 rt-recipient pic x(60).
            10 rt-method pic x(5).
            10 rt-destination pic x(200).

    *> one delivery
    01 delivery-id PIC 9(18) COMP.
    01 delivery-id-disp pic 9(9).
    01 dl-recipient pic x(60).
    01 dl-method pic x(5).
    01 dl-destination pic x(200).
    01 dl-file pic x(256).
    01 dl-extension pic x(4).
    01 dl-status pic x(10).
    01 dl-segments pic s9(9) comp.
    01 mail-header pic x(400).
    01 mail-length pic s9(9) comp.

    *> retries carried from earlier runs
    01 retry-count pic s9(9) comp value 0.
    01 retry-ix pic s9(9) comp.
    01 retry-queue.
        05 retry-entry occurs 500 times.
            10 rq-delivery-id PIC 9(18) COMP.
            10 rq-slice-id PIC 9(18) COMP.
            10 rq-registry-id PIC 9(18) COMP.
            10 rq-report pic x(24).
            10 rq-busdate pic x(8).
            10 rq-dept pic x(10).
            10 rq-status pic x(10).
            10 rq-recipient pic x(60).
            10 rq-method pic x(5).
            10 rq-destination pic x(200).

    *> CBL_* byte plumbing for the delivered files
    01 file-handle pic x(4).
    01 file-offset pic x(8) comp-x.
    01 byte-count  pic x(4) comp-x.
    01 cbl-flags   pic x value low-value.
    01 cbl-status  pic s9(9) comp.
    01 access-output pic x comp-x value 2.
    01 deny-zero   pic x comp-x value 0.
    01 device-disk pic x comp-x value 0.

    01 burst-done-count pic 9(5) value 0.
    01 burst-fail-count pic 9(5) value 0.
    01 slice-made-count pic 9(5) value 0.
    01 delivered-count pic 9(5) value 0.
    01 failed-count pic 9(5) value 0.
    01 unrouted-count pic 9(5) value 0.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("archive-db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to archive-db-name
    end-if.
    move ARGPARSE-GET-FLAG("id", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to target-id
    end-if.
    move ARGPARSE-GET-FLAG("date", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value(1:8) to filter-date
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "report-burst: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-OPEN(archive-db-name, arch-handle) to db-status.
    if db-status not = 0 then
        display "report-burst: could not open ", trim(archive-db-name)
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(arch-handle,
        "create table if not exists report_archive_slice (id INTEGER PRIMARY KEY AUTOINCREMENT, arch_id integer, registry_id integer, report_name text, business_date text, dept_code text, line_count integer, total_bytes integer, burst_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(arch-handle,
        "create table if not exists report_archive_slice_segment (slice_id integer, seg_no integer, content blob, primary key (slice_id, seg_no))",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(arch-handle,
        "alter table report_archive add column burst_slices integer",
        error-message) to db-status.
    move 0 to db-status.

    perform load-burst-queue.
    perform varying burst-ix from 1 by 1 until burst-ix > burst-count
        perform burst-one-archive
    end-perform.
    perform retry-outstanding.

    move SQLITE3-CLOSE(arch-handle) to db-status.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "report-burst: ", burst-done-count, " report(s) burst into ",
        slice-made-count, " slice(s), ", burst-fail-count, " not burst; ",
        delivered-count, " delivered, ", failed-count, " failed, ",
        unrouted-count, " new slice(s) with no recipient".
    if burst-fail-count > 0 or failed-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

load-burst-queue.
    move spaces to sql-text.
    move 1 to seg-ptr.
    string "select id, coalesce(registry_id, 0), coalesce(report_name, ''), "
        "coalesce(business_date, '') from report_archive where burst_slices is null"
        delimited by size into sql-text with pointer seg-ptr
    end-string.
    if target-id not = 0 then
        move target-id to id-disp
        string " and registry_id = " id-disp
            delimited by size into sql-text with pointer seg-ptr
        end-string
    end-if.
    if filter-date not = spaces then
        string " and business_date = '" filter-date "'"
            delimited by size into sql-text with pointer seg-ptr
        end-string
    end-if.
    string " order by id limit 500"
        delimited by size into sql-text with pointer seg-ptr
    end-string.
    move SQLITE3-STMT-OPEN(arch-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "report-burst: nothing archived in ", trim(archive-db-name)
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or burst-count >= 500
        add 1 to burst-count
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to bq-arch-id(burst-count)
        move 1 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to bq-registry-id(burst-count)
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,bq-report-name(burst-count)) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,bq-busdate(burst-count)) to bool
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> read the stored segments in order, cut them into lines and let
*> take-line open and close the department slices; any earlier
*> half-finished attempt at this archive is cleared first
burst-one-archive.
    move bq-arch-id(burst-ix) to arch-id.
    move bq-registry-id(burst-ix) to registry-id.
    move bq-report-name(burst-ix) to report-name.
    move bq-busdate(burst-ix) to report-busdate.
    move 0 to burst-failed seen-break-flag slice-open-flag.
    move 0 to pre-length pre-lines carry-length archive-slices slice-count.
    move spaces to carry-line.
    perform clear-archive-slices.
    move function current-date to now-ts.
    move SQLITE3-STMT-OPEN(arch-handle,
        "select content from report_archive_segment where arch_id = ? order by seg_no",
        seg-stmt) to db-status.
    if db-status not = 0 then
        move 1 to burst-failed
    else
        move arch-id to bind-int
        move SQLITE3-STMT-BIND-INT(seg-stmt, bind-param-1, bind-int) to db-status
        move SQLITE3-STMT-STEP(seg-stmt) to seg-step-result
        perform until not SEG_ROW or burst-failed = 1
            move 0 to col-idx
            move SQLITE3-COLUMN-BYTES(seg-stmt,col-idx) to seg-length
            move SQLITE3-COLUMN-BLOB(seg-stmt,col-idx,seg-buffer) to bool
            perform split-segment
            move SQLITE3-STMT-STEP(seg-stmt) to seg-step-result
        end-perform
        move SQLITE3-STMT-CLOSE(seg-stmt) to db-status
    end-if.
    if carry-length > 0 and burst-failed = 0 then
        perform take-line
    end-if.
    if SLICE-OPEN and burst-failed = 0 then
        perform close-slice
    end-if.
    if burst-failed = 1 then
        perform clear-archive-slices
        add 1 to burst-fail-count
        display "report-burst: archive ", arch-id, " (", trim(report-name),
            ") could not be burst"
        exit paragraph
    end-if.
    move arch-id to id-disp.
    move archive-slices to count-disp.
    move spaces to sql-text.
    string "update report_archive set burst_slices = " count-disp
        " where id = " id-disp
        delimited by size into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(arch-handle, sql-text, error-message) to db-status.
    add 1 to burst-done-count.
    display "report-burst: registry ", registry-id, " (", trim(report-name),
        " ", report-busdate, ") burst into ", archive-slices, " department slice(s)".
    move registry-id to route-registry-id.
    move report-name to route-report.
    move report-busdate to route-busdate.
    perform varying slice-ix from 1 by 1 until slice-ix > slice-count
        move sq-slice-id(slice-ix) to route-slice-id
        move sq-dept(slice-ix) to route-dept
        perform route-slice
    end-perform.

clear-archive-slices.
    move arch-id to id-disp.
    move spaces to sql-text.
    string "delete from report_archive_slice_segment where slice_id in "
        "(select id from report_archive_slice where arch_id = " id-disp ")"
        delimited by size into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(arch-handle, sql-text, error-message) to db-status.
    move spaces to sql-text.
    string "delete from report_archive_slice where arch_id = " id-disp
        delimited by size into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(arch-handle, sql-text, error-message) to db-status.
    move 0 to db-status.

*> a line can straddle two segments: the piece after the last newline
*> is carried into the next segment
split-segment.
    move 1 to seg-ptr.
    perform until seg-ptr > seg-length or burst-failed = 1
        move 0 to part-length
        move space to line-delim
        unstring seg-buffer(1:seg-length) delimited by x"0A"
            into line-part delimiter in line-delim count in part-length
            with pointer seg-ptr
        end-unstring
        if part-length > 512 then
            move 512 to part-length
        end-if
        compute room-left = 512 - carry-length
        if part-length > room-left then
            move room-left to part-length
        end-if
        if part-length > 0 then
            move line-part(1:part-length) to carry-line(carry-length + 1:part-length)
            add part-length to carry-length
        end-if
        if line-delim = x"0A" then
            perform take-line
        end-if
    end-perform.

*> the control-break rules, one complete line at a time
take-line.
    evaluate true
        when carry-line(1:11) = "DEPARTMENT:"
            if SLICE-OPEN then
                perform close-slice
            end-if
            move 1 to seen-break-flag
            move trim(carry-line(12:20)) to slice-dept
            if slice-dept = spaces then
                move "NONE" to slice-dept
            end-if
            perform open-slice
            if burst-failed = 0 then
                perform add-line-to-slice
            end-if
        when SLICE-OPEN
            perform add-line-to-slice
            if carry-line(1:13) = "  DEPT TOTAL:" then
                perform close-slice
            end-if
        when not SEEN-BREAK
            if pre-length + carry-length + 1 <= 2000 then
                move carry-line to pre-buffer(pre-length + 1:carry-length + 1)
                move x"0A" to pre-buffer(pre-length + carry-length + 1:1)
                compute pre-length = pre-length + carry-length + 1
                add 1 to pre-lines
            end-if
        when other
            continue
    end-evaluate.
    move spaces to carry-line.
    move 0 to carry-length.

open-slice.
    move SQLITE3-STMT-OPEN(arch-handle,
        "insert into report_archive_slice (arch_id, registry_id, report_name, business_date, dept_code, line_count, total_bytes, burst_ts) values (?, ?, ?, ?, ?, 0, 0, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move 1 to burst-failed
        exit paragraph
    end-if.
    move arch-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-int) to db-status.
    move registry-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-int) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(report-name)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(report-busdate)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(slice-dept)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, now-ts) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if not SQLITE_DONE then
        move 1 to burst-failed
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if burst-failed = 1 then
        exit paragraph
    end-if.
    move SQLITE3-LAST-INSERT-ROWID(arch-handle) to slice-id.
    move 1 to slice-open-flag.
    move 0 to slice-length slice-seg-no slice-lines slice-bytes.
    if pre-length > 0 then
        move pre-buffer(1:pre-length) to append-text
        move pre-length to append-length
        perform append-to-slice
        add pre-lines to slice-lines
    end-if.
    if slice-count < 200 then
        add 1 to slice-count
        move slice-id to sq-slice-id(slice-count)
        move slice-dept to sq-dept(slice-count)
    end-if.

add-line-to-slice.
    move carry-line to append-text.
    move x"0A" to append-text(carry-length + 1:1).
    compute append-length = carry-length + 1.
    perform append-to-slice.
    add 1 to slice-lines.

append-to-slice.
    if slice-length + append-length > 65500 then
        perform store-slice-segment
    end-if.
    move append-text(1:append-length) to slice-buffer(slice-length + 1:append-length).
    add append-length to slice-length slice-bytes.

store-slice-segment.
    if slice-length = 0 then
        exit paragraph
    end-if.
    add 1 to slice-seg-no.
    move SQLITE3-STMT-OPEN(arch-handle,
        "insert into report_archive_slice_segment (slice_id, seg_no, content) values (?, ?, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        move 1 to burst-failed
        exit paragraph
    end-if.
    move slice-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-int) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, slice-seg-no) to db-status.
    move SQLITE3-STMT-BIND-BLOB(stmt-handle, bind-param-3, slice-buffer, slice-length) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if not SQLITE_DONE then
        move 1 to burst-failed
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move 0 to slice-length.

close-slice.
    perform store-slice-segment.
    move 0 to slice-open-flag.
    move slice-id to id-disp.
    move slice-lines to count-disp.
    move slice-bytes to bytes-disp.
    move spaces to sql-text.
    string "update report_archive_slice set line_count = " count-disp
        ", total_bytes = " bytes-disp " where id = " id-disp
        delimited by size into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(arch-handle, sql-text, error-message) to db-status.
    add 1 to archive-slices slice-made-count.

*> everyone listed for this report and department (or for "*") who
*> has not already had this slice; nobody at all leaves an UNROUTED
*> row behind so the slice still shows as not picked up
route-slice.
    move 0 to rcpt-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(l.recipient, ''), coalesce(l.method, ''), coalesce(l.destination, '') from report_distribution_list l where l.active = 1 and l.report_name = ?1 and (l.dept_code = ?2 or l.dept_code = '*') and not exists (select 1 from report_slice_delivery d where d.slice_id = ?3 and d.registry_id = ?4 and d.recipient = l.recipient and d.method = l.method and d.status <> 'UNROUTED') order by l.id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "report-burst: no report_distribution_list -- run schema-migrate"
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(route-report)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(route-dept)) to db-status.
    move route-slice-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-int) to db-status.
    move route-registry-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-int) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or rcpt-count >= 50
        add 1 to rcpt-count
        move spaces to rt-recipient(rcpt-count) rt-method(rcpt-count)
            rt-destination(rcpt-count)
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rt-recipient(rcpt-count)) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rt-method(rcpt-count)) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rt-destination(rcpt-count)) to bool
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

    move route-slice-id to id-disp.
    if rcpt-count = 0 then
        perform count-slice-deliveries
        if existing-rows = 0 then
            move spaces to dl-recipient dl-method dl-destination dl-file
            move "UNROUTED" to dl-status
            perform insert-delivery-row
            add 1 to unrouted-count
            display "report-burst: ", trim(route-report), " ", route-busdate,
                " department ", trim(route-dept), " -- nobody on the distribution list"
        end-if
        exit paragraph
    end-if.
    move spaces to sql-text.
    string "delete from report_slice_delivery where status = 'UNROUTED' and slice_id = "
        id-disp
        delimited by size into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    perform varying rcpt-ix from 1 by 1 until rcpt-ix > rcpt-count
        move rt-recipient(rcpt-ix) to dl-recipient
        move upper-case(rt-method(rcpt-ix)) to dl-method
        move rt-destination(rcpt-ix) to dl-destination
        move spaces to dl-file
        move "QUEUED" to dl-status
        perform insert-delivery-row
        if delivery-id not = 0 then
            perform write-delivery-file
            perform update-delivery-row
        end-if
    end-perform.

count-slice-deliveries.
    move 0 to existing-rows.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from report_slice_delivery where slice_id = ? and registry_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move route-slice-id to bind-int
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-int) to db-status
        move route-registry-id to bind-int
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-int) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to existing-rows
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

insert-delivery-row.
    move 0 to delivery-id.
    move function current-date to now-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into report_slice_delivery (registry_id, slice_id, report_name, business_date, dept_code, recipient, method, destination, status, queued_ts) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "report-burst: no report_slice_delivery -- run schema-migrate"
        exit paragraph
    end-if.
    move route-registry-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-int) to db-status.
    move route-slice-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-int) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(route-report)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(route-busdate)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(route-dept)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(dl-recipient)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(dl-method)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(dl-destination)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(dl-status)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, now-ts) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if SQLITE_DONE then
        move SQLITE3-LAST-INSERT-ROWID(db-handle) to delivery-id
    end-if.

*> the slice's stored bytes into <destination>/<report>-<date>-<dept>-<delivery id>
write-delivery-file.
    move "FAILED" to dl-status.
    evaluate trim(dl-method)
        when "PRINT"
            move ".prt" to dl-extension
            if dl-destination = spaces then
                move "print-queue" to dl-destination
            end-if
        when "EMAIL"
            move ".eml" to dl-extension
            if dl-destination = spaces then
                move "mail-drop" to dl-destination
            end-if
        when "SHARE"
            move ".rpt" to dl-extension
            if dl-destination = spaces then
                move "share" to dl-destination
            end-if
        when other
            display "report-burst: delivery ", delivery-id, " has no method PRINT, EMAIL or SHARE"
            add 1 to failed-count
            exit paragraph
    end-evaluate.
    move delivery-id to delivery-id-disp.
    move spaces to dl-file.
    string trim(dl-destination) "/" trim(route-report) "-" trim(route-busdate)
        "-" trim(route-dept) "-" delivery-id-disp trim(dl-extension)
        delimited by size into dl-file
    end-string.
    call "CBL_CREATE_FILE" using dl-file, access-output, deny-zero,
        device-disk, file-handle
        returning cbl-status
    end-call.
    if cbl-status not = 0 then
        display "report-burst: cannot create ", trim(dl-file)
        add 1 to failed-count
        exit paragraph
    end-if.
    move 0 to file-offset.
    if trim(dl-method) = "EMAIL" then
        move spaces to mail-header
        move 1 to mail-length
        string "To: " trim(dl-recipient) x"0A"
            "Subject: " trim(route-report) " " trim(route-busdate)
            " department " trim(route-dept) x"0A" x"0A"
            delimited by size into mail-header with pointer mail-length
        end-string
        subtract 1 from mail-length
        move mail-length to byte-count
        call "CBL_WRITE_FILE" using file-handle, file-offset, byte-count,
            cbl-flags, mail-header
            returning cbl-status
        end-call
        add mail-length to file-offset
    end-if.
    move 0 to dl-segments.
    move SQLITE3-STMT-OPEN(arch-handle,
        "select content from report_archive_slice_segment where slice_id = ? order by seg_no",
        seg-stmt) to db-status.
    if db-status = 0 then
        move route-slice-id to bind-int
        move SQLITE3-STMT-BIND-INT(seg-stmt, bind-param-1, bind-int) to db-status
        move SQLITE3-STMT-STEP(seg-stmt) to seg-step-result
        perform until not SEG_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-BYTES(seg-stmt,col-idx) to seg-length
            move SQLITE3-COLUMN-BLOB(seg-stmt,col-idx,seg-buffer) to bool
            move seg-length to byte-count
            call "CBL_WRITE_FILE" using file-handle, file-offset, byte-count,
                cbl-flags, seg-buffer
                returning cbl-status
            end-call
            add seg-length to file-offset
            add 1 to dl-segments
            move SQLITE3-STMT-STEP(seg-stmt) to seg-step-result
        end-perform
        move SQLITE3-STMT-CLOSE(seg-stmt) to db-status
    end-if.
    call "CBL_CLOSE_FILE" using file-handle returning cbl-status end-call.
    if dl-segments = 0 then
        display "report-burst: slice ", route-slice-id, " is no longer in ",
            trim(archive-db-name)
        add 1 to failed-count
        exit paragraph
    end-if.
    move "DELIVERED" to dl-status.
    add 1 to delivered-count.
    display "report-burst: ", trim(route-report), " ", route-busdate,
        " department ", trim(route-dept), " ", trim(dl-method), " to ",
        trim(dl-recipient), " -- ", trim(dl-file).

update-delivery-row.
    move function current-date to now-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "update report_slice_delivery set status = ?, delivered_file = ?, destination = ?, delivered_ts = case when ?1 = 'DELIVERED' then ? else delivered_ts end where id = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(dl-status)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(dl-file)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(dl-destination)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, now-ts) to db-status.
    move delivery-id to bind-int.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-int) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> earlier runs' leftovers: a FAILED delivery is written again, to
*> wherever the recipient's list entry points now, an UNROUTED slice is routed again in case someone has
*> been added to the list since
retry-outstanding.
    move 0 to retry-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(slice_id, 0), coalesce(registry_id, 0), coalesce(report_name, ''), coalesce(business_date, ''), coalesce(dept_code, ''), coalesce(status, ''), coalesce(recipient, ''), coalesce(method, ''), coalesce(destination, '') from report_slice_delivery where status in ('FAILED', 'UNROUTED') order by id limit 500",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or retry-count >= 500
        add 1 to retry-count
        move spaces to rq-report(retry-count) rq-busdate(retry-count)
            rq-dept(retry-count) rq-status(retry-count)
            rq-recipient(retry-count) rq-method(retry-count)
            rq-destination(retry-count)
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to rq-delivery-id(retry-count)
        move 1 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to rq-slice-id(retry-count)
        move 2 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to rq-registry-id(retry-count)
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-report(retry-count)) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-busdate(retry-count)) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-dept(retry-count)) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-status(retry-count)) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-recipient(retry-count)) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-method(retry-count)) to bool
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,rq-destination(retry-count)) to bool
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    perform varying retry-ix from 1 by 1 until retry-ix > retry-count
        move rq-slice-id(retry-ix) to route-slice-id
        move rq-registry-id(retry-ix) to route-registry-id
        move rq-report(retry-ix) to route-report
        move rq-busdate(retry-ix) to route-busdate
        move rq-dept(retry-ix) to route-dept
        if rq-status(retry-ix) = "FAILED" then
            move rq-delivery-id(retry-ix) to delivery-id
            move rq-recipient(retry-ix) to dl-recipient
            move rq-method(retry-ix) to dl-method
            move rq-destination(retry-ix) to dl-destination
            perform current-destination
            perform write-delivery-file
            perform update-delivery-row
        else
            perform route-slice
        end-if
    end-perform.

*> a destination corrected on the list since the delivery failed
current-destination.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(destination, '') from report_distribution_list where active = 1 and report_name = ? and (dept_code = ? or dept_code = '*') and recipient = ? and method = ? order by id limit 1",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(route-report)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(route-dept)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(dl-recipient)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(dl-method)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move spaces to dl-destination
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,dl-destination) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

end program report-burst.
