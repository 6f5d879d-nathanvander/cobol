GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 verification-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob mask-utils.cob
*>***************************************
*> Employment verification requests.  Banks, landlords, other employers
*> and former employees ring or write to confirm dates, title and
*> sometimes pay; the answer used to come off clerk-inquiry with no
*> record of what was said.  Every request is now logged here
*> (verification_request, migration 165): who asked, for which
*> organisation and what kind of requester (BANK, LANDLORD, EMPLOYER,
*> EMPLOYEE -- the person or former employee themselves -- AGENCY or
*> OTHER), about whom, what was asked (dates, title, pay), whether the
*> employee's written consent is on file -- a person_document, scanned
*> in with person-document (-type CONSENT by custom) -- and who
*> answered.
*>
*> A request is answered on the phone here (P), or left OPEN for a
*> letter (L), which verification-letter produces from the letter
*> template.  The phone answer shows what may be said: current or
*> former employment, each employment span (the rehire_log spans, then
*> the current one from hire_date to term_date or present), the
*> service date, the job title when asked, and the current or final
*> pay rate only when consent is on file -- and only to an operator
*> whose role may see pay_rate in the clear (field_sensitivity,
*> mask-utils), audited as any unmasked read is.  Without consent pay
*> is withheld; a supervisor may still disclose it (a court order, say)
*> by giving the reason, and the request is marked as a disclosure
*> without consent for verification-report.  Consent that arrives
*> after a letter request is logged is attached to the open request
*> with C.  Every write is under the app_lock and audited.
identification division.
    program-id. verification-maintenance.
    REMARKS. Employment verification request log and phone answers.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
    FUNCTION FIELD-ACCESS
    FUNCTION FIELD-ACCESS-LOG
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 close-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
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
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-param-13 pic s9(9) comp value 13.
    01 bind-param-14 pic s9(9) comp value 14.
    01 bind-param-15 pic s9(9) comp value 15.
    01 bind-param-16 pic s9(9) comp value 16.
    01 bind-param-17 pic s9(9) comp value 17.
    01 bind-param-18 pic s9(9) comp value 18.
    01 bind-param-19 pic s9(9) comp value 19.
    01 bind-param-20 pic s9(9) comp value 20.
    01 bind-target pic s9(9) comp.

    01 menu-choice pic x.
    01 yes-no pic x.
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 audit-note pic x(200).
    01 timestamp-now pic x(26).
    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 found-count pic s9(9) comp.

    *> the request as keyed
    01 in-id-text pic x(9).
    01 in-person-id pic 9(9).
    01 in-request-id pic 9(9).
    01 in-requester pic x(60).
    01 in-org pic x(60).
    01 in-type pic x(10).
    01 in-mode pic x(6).
    01 in-ask-dates pic x.
    01 in-ask-title pic x.
    01 in-ask-pay pic x.
    01 in-consent-doc pic 9(9).
    01 in-consent-ok pic x.
    01 in-told-dates pic x.
    01 in-told-title pic x.
    01 in-told-pay pic x.
    01 in-reason pic x(120).
    01 in-status pic x(8).
    01 new-request-id PIC 9(18) COMP.
    01 request-disp pic 9(9).

    *> the person as they stand
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 cur-status pic x.
    01 cur-name pic x(60).
    01 cur-hire pic x(10).
    01 cur-term pic x(10).
    01 cur-service pic x(10).
    01 cur-title pic x(40).
    01 cur-rate pic s9(7)v99 comp-3.
    01 rate-disp pic zzz,zz9.99.
    01 pay-access pic 9.
    01 pay-style pic x(8).
    01 rows-shown pic s9(9) comp value 1.

    *> employment spans: each rehire_log span, then the current one
    01 num-spans pic 99 value 0.
    01 span-ix pic 99.
    01 span-table.
        05 span-entry occurs 20 times.
            10 span-from pic x(10).
            10 span-to pic x(10).

    *> a request as it stands on file
    01 req-found-flag pic 9.
        88 REQ-FOUND value 1.
    01 req-person-id pic 9(9).
    01 req-date pic x(10).
    01 req-requester pic x(60).
    01 req-org pic x(60).
    01 req-type pic x(10).
    01 req-mode pic x(6).
    01 req-ask pic x(3).
    01 req-consent-doc pic s9(9) comp.
    01 req-consent-ok pic x.
    01 req-told pic x(3).
    01 req-reason pic x(120).
    01 req-answered-by pic x(20).
    01 req-answered-ts pic x(26).
    01 req-letter pic x(60).
    01 req-status pic x(8).

    01 listed-count pic 9(5).
    01 list-line.
        05 ll-request pic zzzzz9.
        05 filler pic xx value spaces.
        05 ll-date pic x(11).
        05 ll-type pic x(9).
        05 ll-mode pic x(7).
        05 ll-ask pic x(4).
        05 ll-consent pic x(3).
        05 ll-told pic x(4).
        05 ll-status pic x(9).
        05 ll-requester pic x(40).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "verification-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists verification_request (id INTEGER PRIMARY KEY AUTOINCREMENT, request_date text, person_id integer, requester text, org_name text, requester_type text, answer_mode text, ask_dates text, ask_title text, ask_pay text, consent_doc_id integer, consent_on_file text, disclosed_dates text, disclosed_title text, disclosed_pay text, override_reason text, answered_by text, answered_ts text, letter_file text, status text default 'OPEN', logged_by text, logged_ts text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

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
        display "employment verification requests -- ", trim(file-name)
        display "  N) new request   C) consent received for an open request"
        display "  V) view a request   L) list a person's requests   O) open letter requests   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "N" when "n"
                perform new-request
            when "C" when "c"
                perform consent-received
            when "V" when "v"
                perform view-request
            when "L" when "l"
                perform list-person-requests
            when "O" when "o"
                perform list-open-letters
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> credentialed sign-on, shared with every other screen
*> (OPERATOR-SIGNON, operator-utils.cob)
sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

new-request.
    display "person id: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "request failed: the person id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-person-id.
    perform get-person-current.
    if not PERSON-FOUND then
        display "request failed: no person with id ", in-person-id
        exit paragraph
    end-if.
    if cur-status = "P" then
        display "request failed: person ", in-person-id,
            " is a pending hire -- there is no employment to verify yet"
        exit paragraph
    end-if.
    display "  ", trim(cur-name), " (status ", cur-status, ")".
    display "requester name: " with no advancing.
    accept in-requester.
    if in-requester = spaces then
        display "request failed: the requester's name is required"
        exit paragraph
    end-if.
    display "organisation: " with no advancing.
    accept in-org.
    display "requester type (BANK, LANDLORD, EMPLOYER, EMPLOYEE, AGENCY, OTHER): "
        with no advancing.
    accept in-type.
    move upper-case(in-type) to in-type.
    evaluate in-type
        when "BANK" when "LANDLORD" when "EMPLOYER" when "EMPLOYEE"
        when "AGENCY" when "OTHER"
            continue
        when other
            display "request failed: no requester type ", trim(in-type)
            exit paragraph
    end-evaluate.
    display "asked to confirm dates of employment (Y/N): " with no advancing.
    accept in-ask-dates.
    move upper-case(in-ask-dates) to in-ask-dates.
    if in-ask-dates not = "N" then
        move "Y" to in-ask-dates
    end-if.
    display "asked to confirm job title (Y/N): " with no advancing.
    accept in-ask-title.
    move upper-case(in-ask-title) to in-ask-title.
    if in-ask-title not = "Y" then
        move "N" to in-ask-title
    end-if.
    display "asked to confirm pay (Y/N): " with no advancing.
    accept in-ask-pay.
    move upper-case(in-ask-pay) to in-ask-pay.
    if in-ask-pay not = "Y" then
        move "N" to in-ask-pay
    end-if.
    perform show-consent-documents.
    display "employee's written consent document id (blank if none on file): "
        with no advancing.
    accept in-id-text.
    move 0 to in-consent-doc.
    move "N" to in-consent-ok.
    if in-id-text not = spaces then
        if trim(in-id-text) is not numeric then
            display "request failed: the document id is a number"
            exit paragraph
        end-if
        move trim(in-id-text) to in-consent-doc
        perform check-consent-document
        if found-count = 0 then
            display "request failed: document ", in-consent-doc,
                " is not one of person ", in-person-id, "'s documents"
            exit paragraph
        end-if
        move "Y" to in-consent-ok
    end-if.
    display "answer now by phone (P) or by letter (L): " with no advancing.
    accept in-mode.
    move upper-case(in-mode) to in-mode.
    move spaces to in-reason.
    move "N" to in-told-dates in-told-title in-told-pay.
    evaluate in-mode
        when "P"
            move "PHONE" to in-mode
            perform phone-answer
            if in-status = spaces then
                exit paragraph
            end-if
            move "ANSWERED" to in-status
        when "L"
            move "LETTER" to in-mode
            move "OPEN" to in-status
        when other
            display "request failed: answer by P or L"
            exit paragraph
    end-evaluate.
    perform insert-request.

*> what may be said on the phone, shown to the operator; in-told-*
*> record what was given out, in-status comes back blank if the
*> operator backs out
phone-answer.
    move "X" to in-status.
    perform load-spans.
    display " ".
    display "  --- what may be confirmed ---".
    if cur-status = "T" then
        display "  ", trim(cur-name), " is a former employee"
    else
        display "  ", trim(cur-name), " is currently employed"
    end-if.
    if in-ask-dates = "Y" then
        perform varying span-ix from 1 by 1 until span-ix > num-spans
            if span-to(span-ix) = spaces then
                display "  employed from ", span-from(span-ix), " to present"
            else
                display "  employed from ", span-from(span-ix), " to ", span-to(span-ix)
            end-if
        end-perform
        if cur-service not = spaces and cur-service not = cur-hire then
            display "  continuous service date ", cur-service
        end-if
        move "Y" to in-told-dates
    end-if.
    if in-ask-title = "Y" then
        if cur-title = spaces then
            display "  job title: none on file -- do not confirm one"
        else
            display "  job title: ", trim(cur-title)
            move "Y" to in-told-title
        end-if
    end-if.
    if in-ask-pay = "Y" then
        move FIELD-ACCESS(db-handle, "person", "pay_rate", operator-role,
            pay-style) to pay-access
        evaluate true
            when pay-access = 0
                display "  pay: your role may not see pay -- a supervisor must answer the pay question"
            when in-consent-ok = "Y"
                perform show-pay
                move "Y" to in-told-pay
            when other
                display "  pay: WITHHELD -- no written consent on file"
                if operator-role = "SUP" then
                    display "  disclose pay without consent (Y/N): " with no advancing
                    accept yes-no
                    if yes-no = "Y" or yes-no = "y" then
                        display "  reason (court order, subpoena reference ...): "
                            with no advancing
                        accept in-reason
                        if in-reason = spaces then
                            display "  not disclosed: a reason is required"
                        else
                            perform show-pay
                            move "Y" to in-told-pay
                        end-if
                    end-if
                end-if
        end-evaluate
    end-if.
    display "  ---".
    display "log this answer (Y/N): " with no advancing.
    accept yes-no.
    if yes-no not = "Y" and yes-no not = "y" then
        display "request not logged"
        move spaces to in-status
    end-if.

show-pay.
    move cur-rate to rate-disp.
    if cur-status = "T" then
        display "  final rate of pay ", trim(rate-disp), " per hour"
    else
        display "  current rate of pay ", trim(rate-disp), " per hour"
    end-if.
    if pay-access = 2 then
        move FIELD-ACCESS-LOG(db-handle, operator-id, "verification-maintenance",
            "person.pay_rate", rows-shown) to audit-bool
    end-if.

insert-request.
    move function current-date to timestamp-now.
    move 0 to new-request-id.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "request failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into verification_request (request_date, person_id, requester, org_name, requester_type, answer_mode, ask_dates, ask_title, ask_pay, consent_doc_id, consent_on_file, disclosed_dates, disclosed_title, disclosed_pay, override_reason, answered_by, answered_ts, status, logged_by, logged_ts) values (?, ?, ?, ?, ?, ?, ?, ?, ?, nullif(?, 0), ?, ?, ?, ?, nullif(?, ''), nullif(?, ''), nullif(?, ''), ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, busdate-iso) to db-status
        move in-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-requester)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-org)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(in-type)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(in-mode)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, in-ask-dates) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-ask-title) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, in-ask-pay) to db-status
        move in-consent-doc to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-10, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, in-consent-ok) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-12, in-told-dates) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-13, in-told-title) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-14, in-told-pay) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-15, trim(in-reason)) to db-status
        if in-status = "ANSWERED" then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-16, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-17, timestamp-now) to db-status
        else
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-16, " ") to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-17, " ") to db-status
        end-if
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-18, trim(in-status)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-19, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-20, timestamp-now) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
            move SQLITE3-LAST-INSERT-ROWID(db-handle) to new-request-id
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move new-request-id to request-disp.
    move spaces to audit-note.
    string "verification request " request-disp " for person " in-person-id
        " from " trim(in-type) " " trim(in-mode) " " trim(in-status)
        " consent " in-consent-ok " disclosed dates " in-told-dates
        " title " in-told-title " pay " in-told-pay
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status not = 0 then
        display "request failed, status ", db-status
        exit paragraph
    end-if.
    if in-status = "OPEN" then
        display "request ", request-disp, " logged -- verification-letter will produce the letter"
    else
        display "request ", request-disp, " logged as answered by ", trim(operator-id)
    end-if.
    if in-told-pay = "Y" and in-consent-ok = "N" then
        display "  recorded as a pay disclosure WITHOUT consent"
    end-if.

*> written consent that arrives after a letter request was logged
consent-received.
    display "request number: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "consent failed: the request number is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-request-id.
    perform load-request.
    if not REQ-FOUND then
        display "consent failed: no request ", in-request-id
        exit paragraph
    end-if.
    if req-status not = "OPEN" then
        display "consent failed: request ", in-request-id, " is ", trim(req-status),
            " -- consent only changes an open request"
        exit paragraph
    end-if.
    move req-person-id to in-person-id.
    perform show-consent-documents.
    display "consent document id: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "consent failed: the document id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-consent-doc.
    perform check-consent-document.
    if found-count = 0 then
        display "consent failed: document ", in-consent-doc,
            " is not one of person ", in-person-id, "'s documents"
        exit paragraph
    end-if.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "consent failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle,
        "update verification_request set consent_doc_id = ?, consent_on_file = 'Y' where id = ? and status = 'OPEN'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-consent-doc to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move in-request-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
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
    string "verification request " in-request-id " consent on file: document "
        in-consent-doc
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status = 0 then
        display "request ", in-request-id, " now has consent on file"
    else
        display "consent failed, status ", db-status
    end-if.

view-request.
    display "request number: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "view failed: the request number is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-request-id.
    perform load-request.
    if not REQ-FOUND then
        display "no request ", in-request-id
        exit paragraph
    end-if.
    move req-person-id to in-person-id.
    perform get-person-current.
    display "request ", in-request-id, "  ", req-date, "  ", trim(req-status),
        " (", trim(req-mode), ")".
    display "  person ", req-person-id, " ", trim(cur-name).
    display "  from ", trim(req-requester), ", ", trim(req-org), " (", trim(req-type), ")".
    display "  asked (dates/title/pay) ", req-ask, "   disclosed ", req-told.
    if req-consent-ok = "Y" then
        move req-consent-doc to request-disp
        display "  consent on file: document ", request-disp
    else
        display "  no written consent on file"
    end-if.
    if req-reason not = spaces then
        display "  disclosed without consent: ", trim(req-reason)
    end-if.
    if req-answered-by not = spaces then
        display "  answered by ", trim(req-answered-by), " at ", req-answered-ts(1:14)
    end-if.
    if req-letter not = spaces then
        display "  letter spooled to ", trim(req-letter)
    end-if.

list-person-requests.
    display "person id: " with no advancing.
    accept in-id-text.
    if trim(in-id-text) is not numeric then
        display "list failed: the person id is a number"
        exit paragraph
    end-if.
    move trim(in-id-text) to in-person-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, request_date, requester_type, answer_mode, ask_dates || ask_title || ask_pay, consent_on_file, disclosed_dates || disclosed_title || disclosed_pay, status, requester || case when coalesce(org_name, '') = '' then '' else ', ' || org_name end from verification_request where person_id = ? order by id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move in-person-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    perform print-request-list.

list-open-letters.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, request_date, requester_type, answer_mode, ask_dates || ask_title || ask_pay, consent_on_file, disclosed_dates || disclosed_title || disclosed_pay, status, requester || case when coalesce(org_name, '') = '' then '' else ', ' || org_name end from verification_request where status = 'OPEN' order by id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    perform print-request-list.

*> the rows of the statement already open in stmt-handle
print-request-list.
    move 0 to listed-count.
    display "   REQ  DATE       TYPE     MODE   ASK CON TOLD STATUS   REQUESTER".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move spaces to req-date req-type req-mode req-ask req-consent-ok
            req-told req-status req-requester
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-type) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-mode) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-ask) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-consent-ok) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-told) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-status) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-requester) to bool
        move bind-target to ll-request
        move req-date to ll-date
        move req-type to ll-type
        move req-mode to ll-mode
        move req-ask to ll-ask
        move req-consent-ok to ll-consent
        move req-told to ll-told
        move req-status to ll-status
        move req-requester to ll-requester
        display list-line
        add 1 to listed-count
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.
    if listed-count = 0 then
        display "  (no requests)"
    end-if.

*> the person's documents typed CONSENT, as a prompt for the id
show-consent-documents.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(file_name, ''), coalesce(stored_at, '') from person_document where person_id = ? and upper(coalesce(doc_type, '')) = 'CONSENT' order by id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move in-person-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if not SQLITE_ROW then
        display "  (no CONSENT documents on file for person ", in-person-id, ")"
    end-if.
    perform until not SQLITE_ROW
        move spaces to req-letter req-answered-ts
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-letter) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-answered-ts) to bool
        move bind-target to request-disp
        display "  consent document ", request-disp, " ", trim(req-letter),
            " stored ", req-answered-ts(1:8)
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.

*> found-count 1 when in-consent-doc is one of in-person-id's documents
check-consent-document.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_document where id = ? and person_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-consent-doc to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move in-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to close-status
    end-if.

get-person-current.
    move 0 to person-found-flag cur-rate.
    move "A" to cur-status.
    move spaces to cur-name cur-hire cur-term cur-service cur-title.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(p.status, 'A'), coalesce(p.first_name, '') || ' ' || coalesce(p.last_name, ''), coalesce(p.hire_date, ''), coalesce(p.term_date, ''), coalesce(p.service_date, ''), coalesce(j.title, ''), coalesce(p.pay_rate, 0) from person p left join job_code j on j.job_code = p.job_code where p.id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
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

*> each earlier span from rehire_log (prior hire to its termination),
*> then the current span from hire_date to term_date, or to present
*> unless the person is terminated
load-spans.
    move 0 to num-spans.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(prior_hire_date, ''), coalesce(term_date, '') from rehire_log where person_id = ? order by rehire_date, id",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-person-id to bind-target
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

load-request.
    move 0 to req-found-flag req-person-id req-consent-doc.
    move spaces to req-date req-requester req-org req-type req-mode req-ask
        req-consent-ok req-told req-reason req-answered-by req-answered-ts
        req-letter req-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "select person_id, coalesce(request_date, ''), coalesce(requester, ''), coalesce(org_name, ''), coalesce(requester_type, ''), coalesce(answer_mode, ''), ask_dates || ask_title || ask_pay, coalesce(consent_doc_id, 0), coalesce(consent_on_file, 'N'), disclosed_dates || disclosed_title || disclosed_pay, coalesce(override_reason, ''), coalesce(answered_by, ''), coalesce(answered_ts, ''), coalesce(letter_file, ''), coalesce(status, 'OPEN') from verification_request where id = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move in-request-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 1 to req-found-flag
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
        move bind-target to req-person-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-date) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-requester) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-org) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-type) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-mode) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-ask) to bool
        move 7 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to req-consent-doc
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-consent-ok) to bool
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-told) to bool
        move 10 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-reason) to bool
        move 11 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-answered-by) to bool
        move 12 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-answered-ts) to bool
        move 13 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-letter) to bool
        move 14 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,req-status) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to close-status.

end program verification-maintenance.
