GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 change-approval.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob benefit-utils.cob
*>***************************************
*> The checker side of the maker-checker queue: rate changes and
*> terminations keyed in person-maintenance land in pending_change
*> change afterwards.  An approved termination whose person has since
*> been terminated some other way is marked VOID rather than applied
*> twice.  approval-aging reports what's been sitting PENDING too long.
*> An applied termination also ends the person's benefit enrollments
*> at the end of the termination month, premiums with them
*> (BENEFIT-END-COVERAGE, benefit-utils.cob).
*> Employees' own money changes from the intranet portal (portal-intake)
*> queue here too: DEDN adds or ends a deduction election, BANK adds or
*> deactivates a direct-deposit account.  Their detail sits in
*> portal_change_detail under the pending_change id -- shown to the
*> checker before the verdict, and read by the apply step, which
*> re-checks it against the tables as they stand (an election already
*> there, a second remainder account, an account already gone) and
*> VOIDs what no longer fits.  A new account starts in prenote 'P'
*> exactly as one keyed in person-maintenance does.
identification division.
    program-id. change-approval.
    REMARKS. Maker-checker review and apply screen for pending_change.
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION OPERATOR-SIGNON
    FUNCTION BENEFIT-END-COVERAGE
    FUNCTION SQLITE3-COLUMN-DECIMAL
    function all intrinsic.

data division.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-person-id pic s9(9) comp.
    01 bind-pend-id pic s9(9) comp.
    01 bind-split-seq pic s9(9) comp.

    01 menu-choice pic x.
    01 operator-id pic x(20).
    01 pend-type pic x(4).
    01 pend-old-value pic x(12).
    01 pend-new-value pic x(12).
    01 benefit-term-date pic 9(8).
    01 benefit-ended pic s9(4) comp.
    01 pend-requested-by pic x(20).
    01 pend-status pic x(10).
    *> portal_change_detail for a DEDN or BANK change
    01 detail-found-flag pic 9.
        88 DETAIL-FOUND value 1.
    01 det-action pic x.
    01 det-ded-code pic x(6).
    01 det-eff-iso pic x(10).
    01 det-eff-date pic 9(8).
    01 det-end-date pic 9(8).
    01 det-end-iso pic x(10).
    01 det-routing-no pic x(9).
    01 det-account-no pic x(17).
    01 det-acct-type pic x.
    01 det-split-seq pic 99.
    01 det-split-type pic x.
    01 det-split-amount pic s9(7)v99 comp-3.
    01 det-split-amount-edit pic 9(7).99.
    01 det-split-amount-disp pic z(6)9.99.
    01 det-account-last4 pic x(4).
    01 account-len pic s9(9) comp.
    01 conflict-count pic s9(9) comp.
    01 added-ts pic x(26).

    01 cur-status pic x.
    01 cur-status-text pic x(4).
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    *> the reporting line and job code ride in every history image
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column reports_to integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person_history add column reports_to integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person_history add column job_code text",
        error-message) to db-status.

    display "operator id: " with no advancing.
    accept operator-id.
            " keyed this change -- a different operator must review it"
        exit paragraph
    end-if.
    if trim(pend-type) = "DEDN" or trim(pend-type) = "BANK" then
        perform show-change-detail
    end-if.
    display "reason: " with no advancing.
    accept review-reason.
    move function current-date to review-ts.
        perform void-pending-change
        exit paragraph
    end-if.
    if trim(pend-type) = "DEDN" or trim(pend-type) = "BANK" then
        perform apply-portal-change
        exit paragraph
    end-if.
    if trim(pend-type) = "TERM" and cur-status = "T" then
        move "already terminated" to review-reason
        perform void-pending-change
        if trim(pend-type) = "TERM" then
            move "S" to change-op
            perform open-offboard-checklist
            perform end-benefit-coverage
        else
            move "U" to change-op
        end-if
        display "apply of change ", in-pend-id, " failed, status ", db-status
    end-if.

*> A DEDN or BANK change from the portal: the detail is re-checked
*> against the tables as they stand now, then the one bound write runs
*> under the app_lock with the same two-sided audit row a rate change
*> gets.  These never touch the person row, so no history image or
*> change_log after-image is taken.
apply-portal-change.
    if cur-status = "T" then
        move "person terminated since the request" to review-reason
        perform void-pending-change
        exit paragraph
    end-if.
    perform get-change-detail.
    if not DETAIL-FOUND then
        move "change detail missing" to review-reason
        perform void-pending-change
        exit paragraph
    end-if.
    move pend-person-id to bind-person-id.
    move 0 to conflict-count.
    evaluate trim(pend-type) also det-action
        when "DEDN" also "A"
            move "select count(*) from person_deduction where person_id = ? and ded_code = ? and (eff_to is null or eff_to = '' or eff_to >= ?)"
                to sql-text
            perform count-detail-conflicts
            if conflict-count > 0 then
                move "deduction already elected" to review-reason
                perform void-pending-change
                exit paragraph
            end-if
            move "insert into person_deduction (person_id, ded_code, eff_from, eff_to) values (?, ?, ?, '')"
                to sql-text
        when "DEDN" also "E"
            *> the election's last day is the day before the change
            *> takes effect
            move SQLITE3-DATE-TO-COBOL(det-eff-iso) to det-eff-date
            compute det-end-date = function date-of-integer(
                function integer-of-date(det-eff-date) - 1)
            move SQLITE3-COBOL-TO-DATE(det-end-date) to det-end-iso
            move "update person_deduction set eff_to = ? where person_id = ? and ded_code = ? and (eff_to is null or eff_to = '' or eff_to >= ?)"
                to sql-text
        when "BANK" also "A"
            if det-split-type = "R" then
                move "select count(*) from person_bank_account where person_id = ? and split_type = 'R' and active = 1"
                    to sql-text
                perform count-detail-conflicts
                if conflict-count > 0 then
                    move "remainder account already active" to review-reason
                    perform void-pending-change
                    exit paragraph
                end-if
            end-if
            move "insert into person_bank_account (person_id, routing_no, account_no, acct_type, split_seq, split_type, split_amount, prenote_status, active, added_by, added_ts) values (?, ?, ?, ?, ?, ?, ?, 'P', 1, ?, ?)"
                to sql-text
        when "BANK" also "D"
            move "update person_bank_account set active = 0 where person_id = ? and routing_no = ? and account_no = ? and active = 1"
                to sql-text
        when other
            move "unrecognised change detail" to review-reason
            perform void-pending-change
            exit paragraph
    end-evaluate.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "apply: database is locked by another operator, change ",
            in-pend-id, " left APPROVED"
        exit paragraph
    end-if.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        perform bind-portal-change
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move spaces to audit-note.
    string "pending change " in-pend-id " applied: " trim(sql-text)
        " [keyed by " trim(pend-requested-by)
        ", approved per pending_change " in-pend-id "]"
        into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.
    if db-status not = 0 then
        display "apply of change ", in-pend-id, " failed, status ", db-status
        exit paragraph
    end-if.
    if rows-changed = 0 then
        if trim(pend-type) = "DEDN" then
            move "deduction no longer elected" to review-reason
        else
            move "account no longer active" to review-reason
        end-if
        perform void-pending-change
        exit paragraph
    end-if.
    add 1 to applied-count.
    perform mark-pending-applied.
    display "applied change ", in-pend-id, " (", trim(pend-type),
        ") to person ", pend-person-id.

bind-portal-change.
    evaluate trim(pend-type) also det-action
        when "DEDN" also "A"
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(det-ded-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, det-eff-iso) to db-status
        when "DEDN" also "E"
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, det-end-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(det-ded-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, det-eff-iso) to db-status
        when "BANK" also "A"
            move function current-date to added-ts
            move det-split-seq to bind-split-seq
            move det-split-amount to det-split-amount-edit
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, det-routing-no) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(det-account-no)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, det-acct-type) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-split-seq) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, det-split-type) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, det-split-amount-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(pend-requested-by)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, added-ts) to db-status
        when "BANK" also "D"
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, det-routing-no) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(det-account-no)) to db-status
    end-evaluate.

*> the pre-apply checks bind the same leading columns: person, then
*> the deduction code and date for a DEDN
count-detail-conflicts.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        if trim(pend-type) = "DEDN" then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(det-ded-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, det-eff-iso) to db-status
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to conflict-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

get-change-detail.
    move 0 to detail-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(action, ''), coalesce(ded_code, ''), coalesce(eff_date, ''), coalesce(routing_no, ''), coalesce(account_no, ''), coalesce(acct_type, ''), coalesce(split_seq, 0), coalesce(split_type, ''), coalesce(split_amount, 0) from portal_change_detail where pending_id = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move in-pend-id to bind-pend-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-pend-id) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 1 to detail-found-flag
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-action) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-ded-code) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-eff-iso) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-routing-no) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-account-no) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-acct-type) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to det-split-seq
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,det-split-type) to bool
        move 8 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to det-split-amount
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> what the checker is approving, before the verdict is keyed -- the
*> account number masked to its last four as everywhere else
show-change-detail.
    perform get-change-detail.
    if not DETAIL-FOUND then
        display "  (no portal detail on file for change ", in-pend-id, ")"
        exit paragraph
    end-if.
    if trim(pend-type) = "DEDN" then
        display "  deduction ", trim(det-ded-code), " ",
            trim(pend-old-value), " effective ", det-eff-iso
    else
        move length(trim(det-account-no)) to account-len
        if account-len > 4 then
            move det-account-no(account-len - 3:4) to det-account-last4
        else
            move det-account-no(1:4) to det-account-last4
        end-if
        move det-split-amount to det-split-amount-disp
        display "  bank ", trim(pend-old-value), " routing ", det-routing-no,
            " account ****", det-account-last4, " type ", det-acct-type,
            " split ", det-split-seq, " ", det-split-type, " ",
            det-split-amount-disp, " effective ", det-eff-iso
    end-if.

*> benefits stop at the end of the month the person terminates in
end-benefit-coverage.
    move SQLITE3-DATE-TO-COBOL(pend-new-value(1:10)) to benefit-term-date.
    move BENEFIT-END-COVERAGE(db-handle, pend-person-id, benefit-term-date,
        operator-id) to benefit-ended.
    if benefit-ended > 0 then
        display "  ", benefit-ended, " benefit enrollment(s) ended at month end"
    end-if.

mark-pending-applied.
    move function current-date to review-ts.
    move spaces to sql-text.
        into offb-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, offb-sql, error-message) to db-status.
    *> and the final pay item only final-pay signs off, so the
    *> checklist can't close before the last check is issued
    move spaces to offb-sql.
    string
        "insert into offboard_task (person_id, task_name, opened_date, task_status) "
        "values (" pend-person-id ", 'FINAL PAY ISSUED', '" busdate-iso "', 'OPEN')"
        into offb-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, offb-sql, error-message) to db-status.
    if db-status = 0 then
        display "offboarding checklist opened for person ", pend-person-id,
            " -- work it in offboard-maintenance"
    move function current-date to hist-ts.
    move spaces to hist-sql.
    string
        "insert into person_history (person_id, first_name, last_name, birth_date, hire_date, dept_code, status, term_date, pay_rate, valid_from, valid_to, changed_by, reports_to, job_code) "
        "select id, first_name, last_name, birth_date, hire_date, dept_code, coalesce(status, 'A'), term_date, pay_rate, "
        "coalesce((select max(h.valid_to) from person_history h where h.person_id = person.id), ''), ?, ?, reports_to, job_code from person where id = "
        pend-person-id
        into hist-sql
    end-string.
