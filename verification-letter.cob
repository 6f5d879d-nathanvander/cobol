GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 verification-letter.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob mask-utils.cob
*>***************************************
*> Employment verification letters, in the anniversary mail-merge
*> style: the requests verification-maintenance logged as OPEN for a
*> letter ("-id N" for just one) are filled into a plain-text template
*> ("-template", default verification.tpl) and spooled to one print
*> file ("-letters", default verification-letters.prt) separated by a
*> dashed cut line.  A missing template falls back to the standard
*> letter held below, so a request is never left unanswered for want
*> of a file.
*>
*> Markers: &DATE (business date), &REF (request number), &REQUESTER,
*> &ORG, &NAME, &STATUS ("is currently employed" / "was employed"),
*> &SPAN, &SERVICE (continuous service date), &TITLE and &PAY.  A
*> template line carrying &SPAN is written once per employment span --
*> each rehire_log span, then the current one to term_date or present
*> -- and &SPAN and &SERVICE lines are left out when dates were not
*> asked (&SERVICE too when there is no service date).  &TITLE lines
*> only print when the title was asked and one is on file, and &PAY
*> lines -- the current, or final, hourly rate -- only when pay was
*> asked and the employee's written consent is on file.  A letter that
*> would disclose pay needs an operator whose role may see pay_rate in
*> the clear; anyone else's run holds it OPEN for a supervisor.
*>
*> Letters are produced under a console session (OPERATOR_SESSION,
*> mask-utils) and the operator is recorded as the one who answered:
*> each request is stamped with what was disclosed, the letter file
*> and status LETTER, and audited.  The spool file is registered in
*> report_registry.
identification division.
    program-id. verification-letter.
    REMARKS. Employment verification letters from a template.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION FIELD-ACCESS-ROLE
    FUNCTION FIELD-ACCESS
    FUNCTION FIELD-ACCESS-LOG
    function all intrinsic.

    input-output section.
    file-control.
        select template-file assign to template-file-name
            organization line sequential
            file status template-file-status.
        select letter-file assign to letter-file-name
            organization line sequential.

data division.
file section.
fd  template-file.
01  template-line pic x(80).
fd  letter-file.
01  letter-line pic x(100).

working-storage section.
    01 db-file-name pic x(256).
    01 template-file-name pic x(256) value "verification.tpl".
    01 letter-file-name pic x(256) value "verification-letters.prt".
    01 template-file-status pic xx.
    01 flag-found pic 9.
    01 flag-value pic x(256).

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 close-status pic s9(9) comp.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-target pic s9(9) comp.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 session-op-id pic x(20).
    01 session-role pic x(10).
    01 session-bool pic 9.
    01 pay-access pic 9.
    01 pay-style pic x(8).
    01 pay-shown-count pic s9(9) comp value 0.
    01 timestamp-now pic x(26).
    01 audit-note pic x(200).
    01 audit-bool pic 9.
    01 rows-changed pic s9(9) comp.

    *> the requests to answer, gathered before any is stamped
    01 only-id pic 9(9) value 0.
    01 num-requests pic 9(4) value 0.
    01 request-ix pic 9(4).
    01 request-table.
        05 request-id-entry pic 9(9) occurs 500 times.

    *> the request and person being written
    01 req-id pic 9(9).
    01 req-person-id pic 9(9).
    01 req-requester pic x(60).
    01 req-org pic x(60).
    01 req-ask-dates pic x.
    01 req-ask-title pic x.
    01 req-ask-pay pic x.
    01 req-consent-ok pic x.
    01 told-dates pic x.
    01 told-title pic x.
    01 told-pay pic x.
    01 cur-status pic x.
    01 cur-name pic x(60).
    01 cur-hire pic x(10).
    01 cur-term pic x(10).
    01 cur-service pic x(10).
    01 cur-title pic x(40).
    01 cur-rate pic s9(7)v99 comp-3.
    01 rate-disp pic zzz,zz9.99.
    01 pay-text pic x(42).
    01 status-text pic x(42).
    01 span-text pic x(42).
    01 ref-disp pic zzzzzzzz9.

    01 num-spans pic 99 value 0.
    01 span-ix pic 99.
    01 span-table.
        05 span-entry occurs 20 times.
            10 span-from pic x(10).
            10 span-to pic x(10).

    *> template held in memory so it can be re-filled per request
    01 max-template-lines pic 99 value 60.
    01 num-template-lines pic 99 value 0.
    01 template-table.
        05 tpl-line pic x(80) occurs 60 times.
    01 tpl-ix pic 99.
    01 template-eof pic 9 value 0.
    01 template-source pic x(30).

    *> the standard letter, used when there is no template file
    01 standard-letter.
        05 filler pic x(80) value "&DATE".
        05 filler pic x(80) value spaces.
        05 filler pic x(80) value "&REQUESTER".
        05 filler pic x(80) value "&ORG".
        05 filler pic x(80) value spaces.
        05 filler pic x(80) value "Employment verification -- &NAME (our reference &REF)".
        05 filler pic x(80) value spaces.
        05 filler pic x(80) value "In reply to your request, we confirm that &NAME &STATUS.".
        05 filler pic x(80) value spaces.
        05 filler pic x(80) value "   Employed:                &SPAN".
        05 filler pic x(80) value "   Continuous service date: &SERVICE".
        05 filler pic x(80) value "   Job title:               &TITLE".
        05 filler pic x(80) value "   Rate of pay:             &PAY".
        05 filler pic x(80) value spaces.
        05 filler pic x(80) value "This information is given in confidence, for the purpose of your".
        05 filler pic x(80) value "request only.".
        05 filler pic x(80) value spaces.
        05 filler pic x(80) value "Human Resources".
    01 standard-letter-table redefines standard-letter.
        05 std-line pic x(80) occurs 18 times.
    01 std-line-count pic 99 value 18.

    01 work-line pic x(100).
    01 marker-value pic x(60).
    01 marker-text pic x(10).
    01 marker-len pic 9(4) comp.
    01 scan-ix pic 9(4) comp.
    01 found-ix pic 9(4) comp.
    01 line-hits pic 9(4) comp.

    01 letter-count pic 9(5) value 0.
    01 held-count pic 9(5) value 0.
    01 letter-lines pic s9(9) comp value 0.
    01 held-flag pic 9.
        88 LETTER-HELD value 1.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp value 1.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("template", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to template-file-name
    end-if.
    move ARGPARSE-GET-FLAG("letters", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to letter-file-name
    end-if.
    move ARGPARSE-GET-FLAG("id", flag-value) to flag-found.
    if flag-found = 1 then
        if trim(flag-value) is not numeric then
            display "verification-letter: -id is a request number"
            move 1 to return-code
            stop run
        end-if
        move trim(flag-value) to only-id
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "verification-letter: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

    *> the operator answering is the console session's
    move FIELD-ACCESS-ROLE(db-handle, session-op-id, session-role) to session-bool.
    if session-bool not = 1 then
        display "verification-letter: run from the operator console -- the letters are answered under your sign-on"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move FIELD-ACCESS(db-handle, "person", "pay_rate", session-role,
        pay-style) to pay-access.

    perform load-request-list.
    if num-requests = 0 then
        display "verification-letter: no open letter requests"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 0 to return-code
        stop run
    end-if.

    perform load-template.
    open output letter-file.
    perform varying request-ix from 1 by 1 until request-ix > num-requests
        move request-id-entry(request-ix) to req-id
        perform answer-one-request
    end-perform.
    close letter-file.

    if pay-access = 2 and pay-shown-count > 0 then
        move FIELD-ACCESS-LOG(db-handle, session-op-id, "verification-letter",
            "person.pay_rate", pay-shown-count) to audit-bool
    end-if.
    if letter-count > 0 then
        perform register-letters
    end-if.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "verification-letter: ", letter-count, " letter(s) spooled to ",
        trim(letter-file-name), " from ", trim(template-source).
    if held-count > 0 then
        display "verification-letter: ", held-count,
            " letter(s) disclosing pay held open for an operator who may see pay"
    end-if.
    move 0 to return-code.
    stop run.

load-request-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id from verification_request where status = 'OPEN' and answer_mode = 'LETTER' and (?1 = 0 or id = ?1) order by id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move only-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW or num-requests >= 500
        add 1 to num-requests
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
        move bind-target to request-id-entry(num-requests)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.

load-template.
    move 0 to num-template-lines.
    open input template-file.
    if template-file-status = "00" then
        move 0 to template-eof
        read template-file
            at end move 1 to template-eof
        end-read
        perform until template-eof = 1 or num-template-lines >= max-template-lines
            add 1 to num-template-lines
            move template-line to tpl-line(num-template-lines)
            read template-file
                at end move 1 to template-eof
            end-read
        end-perform
        close template-file
    end-if.
    if num-template-lines > 0 then
        move template-file-name to template-source
    else
        display "verification-letter: template ", trim(template-file-name),
            " not found -- using the standard letter"
        perform varying tpl-ix from 1 by 1 until tpl-ix > std-line-count
            move std-line(tpl-ix) to tpl-line(tpl-ix)
        end-perform
        move std-line-count to num-template-lines
        move "the standard letter" to template-source
    end-if.

*> one request: what may be disclosed, the letter, then the stamp
answer-one-request.
    perform load-request.
    perform get-person-current.
    perform load-spans.
    move 0 to held-flag.
    move req-ask-dates to told-dates.
    move "N" to told-title told-pay.
    if req-ask-title = "Y" and cur-title not = spaces then
        move "Y" to told-title
    end-if.
    if req-ask-pay = "Y" and req-consent-ok = "Y" then
        if pay-access = 0 then
            move 1 to held-flag
        else
            move "Y" to told-pay
        end-if
    end-if.
    if LETTER-HELD then
        add 1 to held-count
        display "verification-letter: request ", req-id,
            " held -- pay with consent needs an operator who may see pay"
        exit paragraph
    end-if.

    move cur-rate to rate-disp.
    move spaces to pay-text status-text.
    if cur-status = "T" then
        string trim(rate-disp) " per hour (final rate)" delimited by size into pay-text
        move "was employed with us" to status-text
    else
        string trim(rate-disp) " per hour (current rate)" delimited by size into pay-text
        move "is currently employed with us" to status-text
    end-if.
    move req-id to ref-disp.

    perform varying tpl-ix from 1 by 1 until tpl-ix > num-template-lines
        perform write-template-line
    end-perform.
    move all "-" to letter-line.
    write letter-line.
    add 1 to letter-count.
    if told-pay = "Y" then
        add 1 to pay-shown-count
    end-if.
    perform stamp-request.

*> one template line: dropped, repeated per span, or filled once
write-template-line.
    move 0 to line-hits.
    inspect tpl-line(tpl-ix) tallying line-hits for all "&SPAN".
    if line-hits > 0 then
        if told-dates = "Y" then
            perform varying span-ix from 1 by 1 until span-ix > num-spans
                move spaces to span-text
                if span-to(span-ix) = spaces then
                    string span-from(span-ix) " to present" delimited by size into span-text
                else
                    string span-from(span-ix) " to " span-to(span-ix) delimited by size into span-text
                end-if
                move tpl-line(tpl-ix) to work-line
                move "&SPAN" to marker-text
                move 5 to marker-len
                move span-text to marker-value
                perform substitute-marker
                perform fill-common-markers
                write letter-line from work-line
                add 1 to letter-lines
            end-perform
        end-if
        exit paragraph
    end-if.
    move 0 to line-hits.
    inspect tpl-line(tpl-ix) tallying line-hits for all "&SERVICE".
    if line-hits > 0 and (told-dates not = "Y" or cur-service = spaces) then
        exit paragraph
    end-if.
    move 0 to line-hits.
    inspect tpl-line(tpl-ix) tallying line-hits for all "&TITLE".
    if line-hits > 0 and told-title not = "Y" then
        exit paragraph
    end-if.
    move 0 to line-hits.
    inspect tpl-line(tpl-ix) tallying line-hits for all "&PAY".
    if line-hits > 0 and told-pay not = "Y" then
        exit paragraph
    end-if.
    move tpl-line(tpl-ix) to work-line.
    perform fill-common-markers.
    write letter-line from work-line.
    add 1 to letter-lines.

fill-common-markers.
    move "&DATE" to marker-text.
    move 5 to marker-len.
    move busdate-iso to marker-value.
    perform substitute-marker.
    move "&REF" to marker-text.
    move 4 to marker-len.
    move ref-disp to marker-value.
    perform substitute-marker.
    move "&REQUESTER" to marker-text.
    move 10 to marker-len.
    move req-requester to marker-value.
    perform substitute-marker.
    move "&ORG" to marker-text.
    move 4 to marker-len.
    move req-org to marker-value.
    perform substitute-marker.
    move "&NAME" to marker-text.
    move 5 to marker-len.
    move cur-name to marker-value.
    perform substitute-marker.
    move "&STATUS" to marker-text.
    move 7 to marker-len.
    move status-text to marker-value.
    perform substitute-marker.
    move "&SERVICE" to marker-text.
    move 8 to marker-len.
    move cur-service to marker-value.
    perform substitute-marker.
    move "&TITLE" to marker-text.
    move 6 to marker-len.
    move cur-title to marker-value.
    perform substitute-marker.
    move "&PAY" to marker-text.
    move 4 to marker-len.
    move pay-text to marker-value.
    perform substitute-marker.

*> replaces every occurrence of marker-text in work-line with the
*> trimmed marker-value, resuming after each substituted value
substitute-marker.
    move 1 to scan-ix.
    perform until scan-ix > 100 - marker-len + 1
        if work-line(scan-ix:marker-len) = marker-text(1:marker-len) then
            move scan-ix to found-ix
            move spaces to letter-line
            if found-ix = 1 then
                string trim(marker-value)
                    work-line(found-ix + marker-len:)
                    into letter-line
                end-string
            else
                string work-line(1:found-ix - 1)
                    trim(marker-value)
                    work-line(found-ix + marker-len:)
                    into letter-line
                end-string
            end-if
            move letter-line to work-line
            compute scan-ix = found-ix + function length(trim(marker-value))
        else
            add 1 to scan-ix
        end-if
    end-perform.

*> what was disclosed, by whom, in which file -- and the audit row
stamp-request.
    move function current-date to timestamp-now.
    move SQLITE3-STMT-OPEN(db-handle,
        "update verification_request set disclosed_dates = ?, disclosed_title = ?, disclosed_pay = ?, answered_by = ?, answered_ts = ?, letter_file = ?, status = 'LETTER' where id = ? and status = 'OPEN'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, told-dates) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, told-title) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, told-pay) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(session-op-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, timestamp-now) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(letter-file-name)) to db-status
        move req-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-7, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to audit-note.
    string "verification request " req-id " for person " req-person-id
        " answered by letter, consent " req-consent-ok " disclosed dates " told-dates
        " title " told-title " pay " told-pay
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, session-op-id, db-status, rows-changed) to audit-bool.

load-request.
    move 0 to req-person-id.
    move spaces to req-requester req-org.
    move "N" to req-ask-dates req-ask-title req-ask-pay req-consent-ok.
    move SQLITE3-STMT-OPEN(db-handle,
        "select v.person_id, coalesce(v.requester, ''), coalesce(v.org_name, ''), coalesce(v.ask_dates, 'Y'), coalesce(v.ask_title, 'N'), coalesce(v.ask_pay, 'N'), case when v.consent_on_file = 'Y' and exists (select 1 from person_document d where d.id = v.consent_doc_id and d.person_id = v.person_id) then 'Y' else 'N' end from verification_request v where v.id = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move req-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
        move bind-target to req-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-requester) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-org) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-ask-dates) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-ask-title) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-ask-pay) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-consent-ok) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.

get-person-current.
    move 0 to cur-rate.
    move "A" to cur-status.
    move spaces to cur-name cur-hire cur-term cur-service cur-title.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(p.status, 'A'), coalesce(p.first_name, '') || ' ' || coalesce(p.last_name, ''), coalesce(p.hire_date, ''), coalesce(p.term_date, ''), coalesce(p.service_date, ''), coalesce(j.title, ''), coalesce(p.pay_rate, 0) from person p left join job_code j on j.job_code = p.job_code where p.id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move req-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-status) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-name) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-hire) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-term) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-service) to bool
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,cur-title) to bool
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to cur-rate
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
        move 0 to db-status
    end-if.

*> each earlier span from rehire_log, then the current one, the way
*> verification-maintenance reads them out on the phone
load-spans.
    move 0 to num-spans.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(prior_hire_date, ''), coalesce(term_date, '') from rehire_log where person_id = ? order by rehire_date, id",
        stmt-handle) to db-status.
    if db-status = 0 then
        move req-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW or num-spans >= 19
            add 1 to num-spans
            move spaces to span-entry(num-spans)
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,span-from(num-spans)) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,span-to(num-spans)) to bool
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    add 1 to num-spans.
    move cur-hire to span-from(num-spans).
    if cur-status = "T" then
        move cur-term to span-to(num-spans)
    else
        move spaces to span-to(num-spans)
    end-if.

register-letters.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -template " trim(template-file-name)
        " -letters " trim(letter-file-name)
        into registry-params
    end-string.
    if only-id not = 0 then
        string trim(registry-params) " -id " only-id into registry-params end-string
    end-if.
    move REPORT-REGISTER(db-handle, "verification-letter", registry-params,
        business-date, letter-file-name, registry-pages, letter-lines,
        "COMPLETE") to registry-bool.

end program verification-letter.
