GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 verification-report.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob
*>***************************************
*> Monthly employment verification report, over the requests
*> verification-maintenance logs and verification-letter answers.
*> "-month YYYY-MM" (default the business month) picks the requests by
*> the date they were logged.  Part one lists every request: the
*> person, who asked and for whom, phone or letter, what was asked
*> (D dates, T title, P pay), whether consent was on file, what was
*> disclosed, where it stands and who answered.  Part two counts them
*> by requester type -- requests, answered by phone, by letter, still
*> open, pay disclosed, and pay disclosed without consent.  Part three
*> lists every disclosure made without the employee's written consent,
*> with who made it and the reason given, for HR to review; the run
*> ends with return code 1 when there are any, so a schedule can
*> notice.  Output goes to "-out" (default verification-report.rpt),
*> registered in report_registry.
identification division.
    program-id. verification-report.
    REMARKS. Monthly verification requests and disclosures without consent.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
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
01  report-line pic x(132).

working-storage section.
    01 db-file-name pic x(256).
    01 report-file-name pic x(256) value "verification-report.rpt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 report-month pic x(7).
    01 sql-text pic x(1024).

    01 out-id pic s9(9) comp.
    01 out-date pic x(10).
    01 out-person-id pic s9(9) comp.
    01 out-name pic x(40).
    01 out-type pic x(10).
    01 out-requester pic x(60).
    01 out-mode pic x(6).
    01 out-ask pic x(3).
    01 out-consent pic x.
    01 out-told pic x(3).
    01 out-status pic x(8).
    01 out-answered-by pic x(20).
    01 out-reason pic x(120).
    01 out-count pic s9(9) comp occurs 6 times.
    01 count-ix pic 9.

    01 request-count pic s9(9) comp value 0.
    01 without-consent-count pic s9(9) comp value 0.
    01 type-count pic s9(9) comp value 0.

    01 request-line.
        05 rl-id pic zzzzz9.
        05 filler pic x value space.
        05 rl-date pic x(11).
        05 rl-person pic zzzzzzzz9.
        05 filler pic x value space.
        05 rl-name pic x(22).
        05 rl-type pic x(9).
        05 rl-mode pic x(7).
        05 rl-ask pic x(4).
        05 rl-consent pic x(4).
        05 rl-told pic x(5).
        05 rl-status pic x(9).
        05 rl-answered-by pic x(11).
        05 rl-requester pic x(33).
    01 type-line.
        05 tl-type pic x(10).
        05 tl-count pic zzzzz9 occurs 6 times.
    01 consent-line.
        05 cl-id pic zzzzz9.
        05 filler pic x value space.
        05 cl-date pic x(11).
        05 cl-person pic zzzzzzzz9.
        05 filler pic x value space.
        05 cl-name pic x(22).
        05 cl-answered-by pic x(11).
        05 cl-requester pic x(30).
        05 cl-reason pic x(41).

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.
    01 registry-lines pic s9(9) comp value 0.
    01 build-line pic x(132).
    01 count-out pic zzzz9.

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

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "verification-report: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move busdate-iso(1:7) to report-month.
    move ARGPARSE-GET-FLAG("month", flag-value) to flag-found.
    if flag-found = 1 then
        if flag-value(1:4) is not numeric or flag-value(5:1) not = "-"
            or flag-value(6:2) is not numeric or flag-value(8:1) not = space then
            display "verification-report: -month is YYYY-MM"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        move flag-value(1:7) to report-month
    end-if.

    open output report-file.
    move spaces to build-line.
    string "EMPLOYMENT VERIFICATION REQUESTS -- " report-month
        "                                      business date " busdate-iso
        into build-line
    end-string.
    perform put-line.
    move spaces to build-line.
    perform put-line.
    move "   REQ DATE          PERSON NAME                  TYPE     MODE   ASK CON TOLD STATUS   ANSWERED   REQUESTER"
        to build-line.
    perform put-line.
    perform write-requests.

    move spaces to build-line.
    perform put-line.
    move "BY REQUESTER TYPE" to build-line.
    perform put-line.
    move "            REQS PHONE LETTR  OPEN   PAY NO-CON" to build-line.
    perform put-line.
    perform write-type-summary.

    move spaces to build-line.
    perform put-line.
    move "DISCLOSURES WITHOUT WRITTEN CONSENT" to build-line.
    perform put-line.
    move "   REQ DATE          PERSON NAME                  BY         REQUESTER                     REASON"
        to build-line.
    perform put-line.
    perform write-without-consent.
    close report-file.

    perform register-report.
    move SQLITE3-CLOSE(db-handle) to db-status.
    move request-count to count-out.
    display "verification-report: ", report-month, " -- ", trim(count-out),
        " request(s) -- report in ", trim(report-file-name).
    if without-consent-count > 0 then
        move without-consent-count to count-out
        display "verification-report: ", trim(count-out),
            " disclosure(s) made without consent"
        move 1 to return-code
    else
        move 0 to return-code
    end-if.
    stop run.

put-line.
    write report-line from build-line.
    add 1 to registry-lines.

write-requests.
    move spaces to sql-text.
    string
        "select v.id, coalesce(v.request_date, ''), v.person_id, coalesce(p.last_name, '') || ', ' || coalesce(p.first_name, ''), coalesce(v.requester_type, ''), coalesce(v.answer_mode, ''), "
        "coalesce(v.ask_dates, 'N') || coalesce(v.ask_title, 'N') || coalesce(v.ask_pay, 'N'), coalesce(v.consent_on_file, 'N'), "
        "coalesce(v.disclosed_dates, 'N') || coalesce(v.disclosed_title, 'N') || coalesce(v.disclosed_pay, 'N'), coalesce(v.status, 'OPEN'), coalesce(v.answered_by, ''), "
        "v.requester || case when coalesce(v.org_name, '') = '' then '' else ', ' || v.org_name end "
        "from verification_request v left join person p on p.id = v.person_id where substr(v.request_date, 1, 7) = ? order by v.id"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        move "  (no verification requests -- verification-maintenance has not been used on this database)"
            to build-line
        perform put-line
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, report-month) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-date out-name out-type out-mode out-ask out-consent
            out-told out-status out-answered-by out-requester
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-name) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-mode) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-ask) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-consent) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-told) to bool
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
        move 10 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-answered-by) to bool
        move 11 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-requester) to bool
        move out-id to rl-id
        move out-date to rl-date
        move out-person-id to rl-person
        move out-name to rl-name
        move out-type to rl-type
        move out-mode to rl-mode
        move out-ask to rl-ask
        move out-consent to rl-consent
        move out-told to rl-told
        move out-status to rl-status
        move out-answered-by to rl-answered-by
        move out-requester to rl-requester
        move request-line to build-line
        perform put-line
        add 1 to request-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if request-count = 0 then
        move "  (no requests logged in the month)" to build-line
        perform put-line
    end-if.

*> per requester type: requests, phone, letter, open, pay disclosed,
*> pay disclosed without consent
write-type-summary.
    move 0 to type-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(requester_type, ''), count(*), sum(status = 'ANSWERED'), sum(status = 'LETTER'), sum(status = 'OPEN'), sum(disclosed_pay = 'Y'), sum(disclosed_pay = 'Y' and coalesce(consent_on_file, 'N') <> 'Y') from verification_request where substr(request_date, 1, 7) = ? group by coalesce(requester_type, '') order by 1",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, report-month) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-type
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-type) to bool
        perform varying count-ix from 1 by 1 until count-ix > 6
            move count-ix to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-count(count-ix)
            move out-count(count-ix) to tl-count(count-ix)
        end-perform
        move out-type to tl-type
        move type-line to build-line
        perform put-line
        add 1 to type-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if type-count = 0 then
        move "  (none)" to build-line
        perform put-line
    end-if.

write-without-consent.
    move SQLITE3-STMT-OPEN(db-handle,
        "select v.id, coalesce(v.request_date, ''), v.person_id, coalesce(p.last_name, '') || ', ' || coalesce(p.first_name, ''), coalesce(v.answered_by, ''), v.requester || case when coalesce(v.org_name, '') = '' then '' else ', ' || v.org_name end, coalesce(v.override_reason, '') from verification_request v left join person p on p.id = v.person_id where substr(v.request_date, 1, 7) = ? and v.disclosed_pay = 'Y' and coalesce(v.consent_on_file, 'N') <> 'Y' order by v.id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, report-month) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to out-date out-name out-answered-by out-requester out-reason
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-name) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-answered-by) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-requester) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-reason) to bool
        move out-id to cl-id
        move out-date to cl-date
        move out-person-id to cl-person
        move out-name to cl-name
        move out-answered-by to cl-answered-by
        move out-requester to cl-requester
        move out-reason to cl-reason
        move consent-line to build-line
        perform put-line
        add 1 to without-consent-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    if without-consent-count = 0 then
        move "  (none)" to build-line
        perform put-line
    end-if.

register-report.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -month " report-month " -out " trim(report-file-name)
        into registry-params end-string.
    move REPORT-REGISTER(db-handle, "verification-report", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program verification-report.
