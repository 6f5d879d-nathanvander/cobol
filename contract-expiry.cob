GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 contract-expiry.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> The contracts running out: every OPEN contract (contract-maintenance)
*> for a contractor or agency temp still on the roster whose end date
*> falls within "-days" (default 30) of the business date, in end-date
*> order, with the agency, the purchase order, the bill rate and a
*> days-left column -- the list the hiring manager and purchasing need
*> to decide renew, hire on, or let go while there is still time.  The
*> roll-date step ends access the morning after a contract's end date,
*> so an end date already PASSED means the roll hasn't run since; it is
*> flagged.  Output goes to "-out" (default contract-expiry.rpt),
*> registered in report_registry like every other print.  RETURN-CODE
*> 1 when any listed contract has already passed its end date.
identification division.
    program-id. contract-expiry.
    REMARKS. Contingent worker contracts ending within the look-ahead window.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION ARGPARSE-GET-ARG1
    function all intrinsic.

    input-output section.
    file-control.
        select report-file assign to report-file-name
            organization line sequential.

data division.
file section.
fd  report-file.
01  report-line pic x(110).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "contract-expiry.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.

    01 business-date pic 9(8).
    01 busdate-day-num pic s9(9) comp.
    01 look-ahead-days pic 9(3) value 30.
    01 horizon-date pic 9(8).
    01 horizon-iso pic x(10).
    01 end-day-num pic s9(9) comp.
    01 days-left pic s9(9) comp.

    01 out-id    PIC 9(18) COMP.
    01 out-first pic x(20).
    01 out-last  pic x(20).
    01 out-dept  pic x(4).
    01 out-type pic x.
    01 out-agency pic x(20).
    01 out-po pic x(12).
    01 out-end-iso pic x(12).
    01 out-end pic 9(8).
    01 out-bill-rate pic s9(5)v99 comp-3.
    01 person-name pic x(42).

    01 record-count pic 9(9) value 0.
    01 passed-count pic 9(9) value 0.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp.

    01 hdr-line-2.
        05 filler pic x(8)  value "ID".
        05 filler pic x(24) value "NAME".
        05 filler pic x(6)  value "DEPT".
        05 filler pic x(2)  value "T".
        05 filler pic x(21) value "AGENCY".
        05 filler pic x(13) value "PO".
        05 filler pic x(10) value "ENDS".
        05 filler pic x(8)  value "    DAYS".
        05 filler pic x(10) value "  BILL RT".
    01 detail-line.
        05 det-id pic zzzzzz9.
        05 filler pic x value spaces.
        05 det-name pic x(23).
        05 filler pic x value spaces.
        05 det-dept pic x(4).
        05 filler pic xx value spaces.
        05 det-type pic x.
        05 filler pic x value spaces.
        05 det-agency pic x(20).
        05 filler pic x value spaces.
        05 det-po pic x(12).
        05 filler pic x value spaces.
        05 det-end pic 9(8).
        05 filler pic xx value spaces.
        05 det-days pic ---,--9.
        05 filler pic x value spaces.
        05 det-rate pic zzzz9.99.
        05 det-passed pic x(8).
    01 total-line.
        05 filler pic x(18) value "TOTAL EXPIRING: ".
        05 total-out pic zzzzz9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move ARGPARSE-GET-ARG1(db-file-name) to flag-found
    end-if.
    if db-file-name = space or db-file-name = low-value then
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("days", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to look-ahead-days
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "contract-expiry: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    compute busdate-day-num = function integer-of-date(business-date).
    compute horizon-date = function date-of-integer(busdate-day-num + look-ahead-days).
    move SQLITE3-COBOL-TO-DATE(horizon-date) to horizon-iso.

    open output report-file.
    move spaces to report-line.
    string "CONTRACTS EXPIRING -- within " look-ahead-days " days of business date "
        business-date
        into report-line
    end-string.
    write report-line.
    write report-line from hdr-line-2.

    move SQLITE3-STMT-OPEN(db-handle,
        "select p.id, p.first_name, p.last_name, coalesce(p.dept_code, ''), coalesce(c.worker_type, ''), coalesce(c.agency, ''), coalesce(c.po_number, ''), coalesce(c.contract_end, ''), coalesce(c.bill_rate, 0) from contract c join person p on p.id = c.person_id where c.status = 'OPEN' and coalesce(p.status, 'A') <> 'T' and c.contract_end <= ? order by c.contract_end, p.last_name",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "contract-expiry: select failed, status ", db-status
        close report-file
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, horizon-iso) to db-status.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-dept) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-agency) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-po) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-end-iso) to bool
        move SQLITE3-DATE-TO-COBOL(out-end-iso(1:10)) to out-end
        move 8 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-bill-rate
        perform write-one-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

    move spaces to report-line.
    write report-line.
    move record-count to total-out.
    write report-line from total-line.
    close report-file.
    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "contract-expiry: ", record-count, " expiring within ", look-ahead-days,
        " days, ", passed-count, " already past their end date -- report in ",
        trim(report-file-name).
    if passed-count > 0 then
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -days " look-ahead-days
        " -out " trim(report-file-name)
        into registry-params end-string.
    move record-count to registry-lines.
    move REPORT-REGISTER(db-handle, "contract-expiry", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

write-one-line.
    add 1 to record-count.
    move out-id to det-id.
    move spaces to person-name.
    string trim(out-first) " " trim(out-last) into person-name end-string.
    move person-name(1:23) to det-name.
    move out-dept to det-dept.
    move out-type to det-type.
    move out-agency to det-agency.
    move out-po to det-po.
    move out-end to det-end.
    move out-bill-rate to det-rate.
    move 0 to days-left.
    move spaces to det-passed.
    if out-end not = 0 then
        compute end-day-num = function integer-of-date(out-end)
        compute days-left = end-day-num - busdate-day-num
        if days-left < 0 then
            add 1 to passed-count
            move "  PASSED" to det-passed
        end-if
    end-if.
    move days-left to det-days.
    write report-line from detail-line.

end program contract-expiry.
