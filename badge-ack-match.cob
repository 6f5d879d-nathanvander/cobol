GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 badge-ack-match.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob alert-utils.cob
*>***************************************
*> Inbound mate to badge-export: security's system sends back an
*> acknowledgement file ("-in", default BADGEA01.dat) in the same
*> header/detail/trailer shape -- type-1 header with file id BADGEA01,
*> a type-2 detail per record they processed (person id, the action
*> they were sent, OK or an error code, the date they processed it, and
*> their message), and a type-9 trailer with the record count, the sum
*> of the person ids and the sum of the processed dates.  Like hr-import
*> the whole file has to balance against its trailer before anything is
*> matched; an imbalance or a missing header/trailer rejects it and
*> nothing is marked.
*>
*> Each ack is matched to the oldest unacknowledged badge_feed_log row
*> for the same person and action: OK marks it ACK, anything else marks
*> it REJECTED with security's message.  An ack matching nothing we
*> sent is listed.  A BADGEF01 file whose every record is now
*> acknowledged is marked ACKNOWLEDGED in interface_log.
*>
*> Then, ack file or not, everything still unacknowledged is listed
*> with its age in days.  A REVOKE sent on an earlier business date and
*> still not acknowledged this morning -- or one security rejected --
*> raises a severity-E alert through the shared alert queue: that is a
*> terminated person's badge that may still open a door.  The report
*> goes to "-out" (default badge-ack.rpt), registered in
*> report_registry.  RETURN-CODE 2 when any REVOKE is overdue or
*> rejected, 1 for any other rejection, unmatched ack or unbalanced
*> file, 0 clean.
*>
*>    badge-ack-match -db person.sdb -in BADGEA01.dat -out badge-ack.rpt
identification division.
    program-id. badge-ack-match.
    REMARKS. Matches badge-system acknowledgements to the feed and alerts on unacknowledged REVOKEs.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ALERT-RAISE
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select in-file assign to in-file-name
            organization line sequential
            file status in-file-status.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  in-file.
01  in-record pic x(90).
fd  report-file.
01  report-line pic x(100).

working-storage section.
    01 db-file-name pic x(256).
    01 in-file-name pic x(256) value "BADGEA01.dat".
    01 in-file-status pic xx.
    01 report-file-name pic x(256) value "badge-ack.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).

    01 stmt-handle        PIC 9(18) COMP.
    01 list-stmt          PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 list-step-result pic s9(9) comp.
        88  LIST-ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-id pic s9(9) comp.

    01 in-eof pic 9 value 0.
        88 IN-DONE value 1.
    01 header-rec.
        05 hd-type pic x.
        05 hd-file-id pic x(8).
        05 hd-create-date pic 9(8).
        05 hd-system pic x(8).
    01 detail-rec.
        05 dt-type pic x.
        05 dt-person-id pic 9(9).
        05 dt-action pic x(8).
        05 dt-result pic xx.
            88 ACK-OK value "OK".
        05 dt-ack-date pic 9(8).
        05 dt-message pic x(40).
    01 trailer-rec.
        05 tr-type pic x.
        05 tr-count pic 9(9).
        05 tr-id-hash pic 9(15).
        05 tr-date-hash pic 9(15).

    01 ack-file-state pic x value "M".
        88 ACK-FILE-MISSING  value "M".
        88 ACK-FILE-REJECTED value "R".
        88 ACK-FILE-BALANCED value "B".
    01 header-seen pic 9 value 0.
    01 trailer-seen pic 9 value 0.
    01 record-count pic 9(9) value 0.
    01 id-hash pic 9(15) value 0.
    01 date-hash pic 9(15) value 0.

    01 business-date pic 9(8).
    01 busdate-text pic x(8).
    01 busdate-day-num pic s9(9) comp.
    01 timestamp-now pic x(26).
    01 ack-date-iso pic x(10).
    01 match-id PIC 9(18) COMP.
    01 bind-match-id pic s9(9) comp.
    01 match-found-flag pic 9.
        88 MATCH-FOUND value 1.
    01 ack-status pic x(8).

    01 out-person-id PIC 9(18) COMP.
    01 out-action pic x(8).
    01 out-file pic x(40).
    01 out-sent-date pic x(8).
    01 out-sent-num pic 9(8).
    01 out-dept pic x(4).
    01 age-days pic s9(9) comp.
    01 alert-bool pic 9.
    01 alert-text pic x(100).
    01 person-disp pic 9(9).

    01 matched-count pic 9(7) value 0.
    01 rejected-count pic 9(7) value 0.
    01 unmatched-count pic 9(7) value 0.
    01 outstanding-count pic 9(7) value 0.
    01 revoke-alert-count pic 9(7) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 ack-line.
        05 al-verdict pic x(10).
        05 al-person pic 9(9).
        05 filler pic x value space.
        05 al-action pic x(8).
        05 filler pic x value space.
        05 al-result pic xx.
        05 filler pic x value space.
        05 al-date pic 9(8).
        05 filler pic x value space.
        05 al-message pic x(40).
    01 outstanding-line.
        05 ol-verdict pic x(10).
        05 ol-person pic 9(9).
        05 filler pic x value space.
        05 ol-action pic x(8).
        05 filler pic x value space.
        05 ol-dept pic x(4).
        05 filler pic x value space.
        05 ol-sent pic x(8).
        05 filler pic x value space.
        05 ol-age pic zzz9.
        05 filler pic x(6) value " days ".
        05 ol-status pic x(8).
        05 filler pic x value space.
        05 ol-text pic x(30).
    01 total-line.
        05 filler pic x(9) value "MATCHED ".
        05 tl-matched pic zzzzzz9.
        05 filler pic x(11) value "  REJECTED ".
        05 tl-rejected pic zzzzzz9.
        05 filler pic x(12) value "  UNMATCHED ".
        05 tl-unmatched pic zzzzzz9.
        05 filler pic x(14) value "  OUTSTANDING ".
        05 tl-outstanding pic zzzzzz9.
        05 filler pic x(17) value "  REVOKE ALERTS ".
        05 tl-alerts pic zzzzzz9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("in", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to in-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "badge-ack-match: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move business-date to busdate-text.
    compute busdate-day-num = function integer-of-date(business-date).
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists badge_feed_log (id INTEGER PRIMARY KEY AUTOINCREMENT, file_name text, business_date text, person_id integer, action text, dept_code text, effective_date text, sent_ts text, ack_status text, ack_date text, ack_text text, matched_ts text)",
        error-message) to db-status.

    open output report-file.
    move spaces to report-line.
    string "BADGE FEED ACKNOWLEDGEMENTS -- business date " business-date
        into report-line
    end-string.
    write report-line.
    move spaces to report-line.
    write report-line.

    perform validate-ack-file.
    if ACK-FILE-BALANCED then
        perform match-ack-file
    end-if.
    perform list-outstanding.

    move spaces to report-line.
    write report-line.
    move matched-count to tl-matched.
    move rejected-count to tl-rejected.
    move unmatched-count to tl-unmatched.
    move outstanding-count to tl-outstanding.
    move revoke-alert-count to tl-alerts.
    write report-line from total-line.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "badge-ack-match: ", matched-count, " matched, ", rejected-count,
        " rejected, ", unmatched-count, " unmatched, ", outstanding-count,
        " outstanding, ", revoke-alert-count, " REVOKE alert(s) -- report in ",
        trim(report-file-name).
    evaluate true
        when revoke-alert-count > 0
            move 2 to return-code
        when rejected-count > 0 or unmatched-count > 0 or ACK-FILE-REJECTED
            move 1 to return-code
        when other
            move 0 to return-code
    end-evaluate.
    stop run.

*> pass one: nothing but reads -- no ack is matched until the file
*> balances against its own trailer
validate-ack-file.
    open input in-file.
    if in-file-status not = "00" then
        move "M" to ack-file-state
        move spaces to report-line
        string "NO ACKNOWLEDGEMENT FILE: " trim(in-file-name)
            " (file status " in-file-status ")"
            into report-line
        end-string
        write report-line
        exit paragraph
    end-if.
    move "B" to ack-file-state.
    read in-file
        at end move 1 to in-eof
    end-read.
    perform until IN-DONE
        evaluate in-record(1:1)
            when "1"
                move in-record to header-rec
                move 1 to header-seen
                if hd-file-id not = "BADGEA01" then
                    move spaces to report-line
                    string "WRONG FILE ID: " hd-file-id into report-line end-string
                    write report-line
                    move "R" to ack-file-state
                end-if
            when "2"
                move in-record to detail-rec
                if dt-person-id not numeric or dt-ack-date not numeric then
                    move spaces to report-line
                    string "UNPARSEABLE DETAIL: " in-record(1:40) into report-line end-string
                    write report-line
                    move "R" to ack-file-state
                else
                    add 1 to record-count
                    add dt-person-id to id-hash
                    add dt-ack-date to date-hash
                end-if
            when "9"
                move in-record to trailer-rec
                move 1 to trailer-seen
            when other
                move spaces to report-line
                string "UNKNOWN RECORD TYPE: " in-record(1:20) into report-line end-string
                write report-line
                move "R" to ack-file-state
        end-evaluate
        read in-file
            at end move 1 to in-eof
        end-read
    end-perform.
    close in-file.
    if header-seen = 0 then
        move "NO HEADER RECORD" to report-line
        write report-line
        move "R" to ack-file-state
    end-if.
    if trailer-seen = 0 then
        move "NO TRAILER RECORD" to report-line
        write report-line
        move "R" to ack-file-state
    else
        if tr-count not = record-count or tr-id-hash not = id-hash
           or tr-date-hash not = date-hash then
            move spaces to report-line
            string "TRAILER IMBALANCE: count " tr-count "/" record-count
                " id-hash " tr-id-hash "/" id-hash
                into report-line
            end-string
            write report-line
            move spaces to report-line
            string "                   date-hash " tr-date-hash "/" date-hash
                into report-line
            end-string
            write report-line
            move "R" to ack-file-state
        end-if
    end-if.
    if ACK-FILE-REJECTED then
        move spaces to report-line
        string "ACKNOWLEDGEMENT FILE " trim(in-file-name)
            " REJECTED -- nothing matched" into report-line
        end-string
        write report-line
    end-if.

*> pass two: the file proved itself, match it in one transaction
match-ack-file.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move 0 to in-eof.
    open input in-file.
    read in-file
        at end move 1 to in-eof
    end-read.
    perform until IN-DONE
        if in-record(1:1) = "2" then
            move in-record to detail-rec
            perform match-one-ack
        end-if
        read in-file
            at end move 1 to in-eof
        end-read
    end-perform.
    close in-file.
    perform mark-files-acknowledged.
    move SQLITE3-COMMIT(db-handle) to db-status.
    if db-status not = 0 then
        display "badge-ack-match: commit failed, status ", db-status
    end-if.

match-one-ack.
    move 0 to match-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id from badge_feed_log where person_id = ? and action = ? and ack_status is null order by id limit 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move dt-person-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(dt-action)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to match-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to match-id
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move dt-person-id to al-person.
    move dt-action to al-action.
    move dt-result to al-result.
    move dt-ack-date to al-date.
    move dt-message to al-message.
    if not MATCH-FOUND then
        add 1 to unmatched-count
        move "UNMATCHED" to al-verdict
        write report-line from ack-line
        exit paragraph
    end-if.
    if ACK-OK then
        move "ACK" to ack-status
        add 1 to matched-count
    else
        move "REJECTED" to ack-status
        add 1 to rejected-count
        move "REJECTED" to al-verdict
        write report-line from ack-line
        if dt-action = "REVOKE" then
            add 1 to revoke-alert-count
            move dt-person-id to person-disp
            move spaces to alert-text
            string "badge REVOKE for person " person-disp " REJECTED by security: "
                trim(dt-message)
                into alert-text
            end-string
            move ALERT-RAISE(db-handle, "badge-ack-match", "REVOKE-REJECTED", "E",
                alert-text, business-date) to alert-bool
        end-if
    end-if.
    move SQLITE3-COBOL-TO-DATE(dt-ack-date) to ack-date-iso.
    move function current-date to timestamp-now.
    move SQLITE3-STMT-OPEN(db-handle,
        "update badge_feed_log set ack_status = ?, ack_date = ?, ack_text = ?, matched_ts = ? where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move match-id to bind-match-id
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(ack-status)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, ack-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(dt-message)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, timestamp-now) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-match-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> a feed file with nothing left unanswered is acknowledged as a whole
mark-files-acknowledged.
    move function current-date to timestamp-now.
    move SQLITE3-STMT-OPEN(db-handle,
        "update interface_log set status = 'ACKNOWLEDGED', status_ts = ? where interface_name = 'BADGEF01' and coalesce(status, 'CREATED') <> 'ACKNOWLEDGED' and exists (select 1 from badge_feed_log b where b.file_name = interface_log.file_name and b.business_date = interface_log.business_date) and not exists (select 1 from badge_feed_log b where b.file_name = interface_log.file_name and b.business_date = interface_log.business_date and b.ack_status is null)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, timestamp-now) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> everything security hasn't answered yet, oldest first; a REVOKE from
*> an earlier business date is overdue and pages
list-outstanding.
    move SQLITE3-STMT-OPEN(db-handle,
        "select person_id, action, coalesce(business_date, ''), coalesce(dept_code, ''), coalesce(file_name, '') from badge_feed_log where ack_status is null order by business_date, id",
        list-stmt) to db-status.
    if db-status not = 0 then
        move 0 to db-status
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(list-stmt) to list-step-result.
    if LIST-ROW then
        move spaces to report-line
        write report-line
        move "NOT YET ACKNOWLEDGED:" to report-line
        write report-line
    end-if.
    perform until not LIST-ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(list-stmt,col-idx) to out-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-action) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-sent-date) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(list-stmt,col-idx,out-file) to bool
        perform list-one-outstanding
        move SQLITE3-STMT-STEP(list-stmt) to list-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(list-stmt) to db-status.

list-one-outstanding.
    add 1 to outstanding-count.
    move 0 to age-days.
    if out-sent-date is numeric then
        move out-sent-date to out-sent-num
        compute age-days = busdate-day-num - function integer-of-date(out-sent-num)
    end-if.
    move "WAITING" to ol-verdict.
    if out-action = "REVOKE" and out-sent-date < busdate-text then
        move "OVERDUE" to ol-verdict
        add 1 to revoke-alert-count
        move out-person-id to person-disp
        move spaces to alert-text
        string "badge REVOKE for person " person-disp " sent " out-sent-date
            " not acknowledged by security"
            into alert-text
        end-string
        move ALERT-RAISE(db-handle, "badge-ack-match", "REVOKE-UNACK", "E",
            alert-text, business-date) to alert-bool
    end-if.
    move out-person-id to ol-person.
    move out-action to ol-action.
    move out-dept to ol-dept.
    move out-sent-date to ol-sent.
    move age-days to ol-age.
    move "SENT" to ol-status.
    move out-file(1:30) to ol-text.
    write report-line from outstanding-line.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -in " trim(in-file-name)
        " -out " trim(report-file-name)
        into registry-params end-string.
    compute registry-lines = matched-count + rejected-count + unmatched-count
        + outstanding-count.
    move REPORT-REGISTER(db-handle, "badge-ack-match", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program badge-ack-match.
