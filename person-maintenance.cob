GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 person-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob date-utils.cob business-date.cob extid-utils.cob name-utils.cob operator-utils.cob requisition-utils.cob
*>***************************************
*> Interactive add/update/delete/list-by-last-name maintenance program for
*> the person table, so staff can correct a bad record without anyone
*> coalesce(service_date, hire_date)).  The bridge arithmetic lands in
*> rehire_log and the decision in audit_log, because service credit is
*> money.
*>
*> Option B opens the direct-deposit sub-menu for person_bank_account
*> (migration 76).  The routing number has to pass its ABA check digit
*> (ABA-CHECK, beside EXTID-CHECK in extid-utils) before it's stored;
*> each account carries a split -- F(ixed) amount, taken in split
*> sequence, or the one R(emainder) account that gets what's left --
*> and starts in prenote status 'P', so ach-payment sends it a
*> zero-dollar prenote and pays it live only once the prenote has
*> aged.  Accounts are never edited in place: a changed routing or
*> account number is a deactivate plus a new add, which forces a fresh
*> prenote on the new account.  The list shows only the last four of
*> the account number.
*>
*> Every person can name who they report to (reports_to, a person id),
*> keyed on add and update or re-pointed on its own through option M.
*> The manager has to be on file, not terminated, and not the person
*> themselves, and the chain above them is walked so nobody ends up
*> reporting to their own report.  reports_to rides in person_history
*> like every other column, so the org chart can be read as of a
*> date.  Terminating a manager warns how many people still report to
*> them; they stay on org-chart's exception list until re-pointed here.
*>
*> Add and update also key the person's job code (blank for none),
*> which has to be in the job_code catalog job-code-maintenance keeps.
*> The job carries the FLSA status timesheet-register reads for
*> overtime and a grade range; a grade outside it is only warned about
*> here and is left for pay-rate-exception's sweep to report.  job_code
*> rides in person_history too.
*>
*> An add can fill an open position requisition (requisition-
*> maintenance opens them against the department's budget): the
*> requisition number is keyed with the hire, has to be OPEN and for
*> the same department and job code (REQUISITION-CHECK) or the add is
*> refused, and the new person -- active or pending -- is linked to it
*> under the same lock as the insert (REQUISITION-FILL).
*>
*> Every add stamps the person row with the operator who keyed it and
*> when (added_by/added_ts), and the operator menu's K links an
*> operator id to that operator's own person row -- the two facts
*> sod-conflicts needs to catch a hire and its pay set by the same hand,
*> or an operator changing their own record.
identification division.
    program-id. person-maintenance.
    REMARKS. Interactive person-table maintenance: add/update/delete/list.
    FUNCTION DATE-DIFF-YEARS
    FUNCTION BUSINESS-DATE-GET
    FUNCTION EXTID-CHECK
    FUNCTION ABA-CHECK
    FUNCTION NAME-SOUNDEX
    FUNCTION OPERATOR-SIGNON
    FUNCTION REQUISITION-CHECK
    FUNCTION REQUISITION-FILL
    function all intrinsic.

data division.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 sql-text pic x(512).
    01 operator-id pic x(20).
    01 operator-role pic x(10).
        88 IS-SUPERVISOR value "SUP".
    01 out-op-name pic x(30).
    01 out-op-role pic x(10).
    01 out-op-active pic s9(9) comp.
    01 in-op-person-id pic 9(9).
    01 bind-op-person-id pic s9(9) comp.
    01 out-op-person-id pic 9(9).
    01 out-op-last-signon pic x(14).
    01 add-ts pic x(26).
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-param-13 pic s9(9) comp value 13.
    01 bind-param-14 pic s9(9) comp value 14.
    01 bind-param-15 pic s9(9) comp value 15.

    01 in-id   pic 9(9).
    01 in-first pic x(20).
    01 in-term-date-iso pic x(10).
    01 in-status pic x.
    01 add-status-byte pic x.
    01 in-req-id pic 9(9).
    01 req-check-result pic 9.
    01 req-fill-bool pic 9.
    01 add-person-id pic 9(9).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 cur-status pic x.
    01 cur-term-date-iso pic x(10).
    01 cur-term-date pic 9(8).

    *> reporting line: the manager keyed and the walk up their chain
    01 in-reports-to pic 9(9).
    01 bind-reports-to pic s9(9) comp.
    01 reports-valid-flag pic 9.
        88 REPORTS-VALID value 1.
    01 mgr-status pic x.
    01 mgr-status-text pic x(4).
    01 mgr-found-flag pic 9.
    01 walk-id pic 9(9).

    *> job assignment: the code keyed and its catalog grade range
    01 in-job-code pic x(6).
    01 job-valid-flag pic 9.
        88 JOB-VALID value 1.
    01 job-grade-low pic x(4).
    01 job-grade-high pic x(4).
    01 walk-steps pic s9(9) comp.
    01 direct-report-count pic s9(9) comp.

    *> rehire service bridging work fields
    01 in-rehire-date pic 9(8).
    01 in-rehire-date-iso pic x(10).
    01 out-eff-from pic x(10).
    01 out-eff-to pic x(10).

    *> person_bank_account sub-menu fields
    01 bank-choice pic x.
    01 in-bank-id pic 9(9).
    01 in-routing-no pic x(9).
    01 in-account-no pic x(17).
    01 in-acct-type pic x.
    01 in-split-seq pic 99.
    01 in-split-type pic x.
    01 in-split-amount-text pic x(12).
    01 in-split-amount pic 9(7)v99.
    01 in-split-amount-edit pic 9(7).99.
    01 bind-split-seq pic s9(9) comp.
    01 aba-ok pic 9.
    01 remainder-count pic s9(9) comp.
    01 bank-ts pic x(26).
    01 out-bank-id PIC 9(18) COMP.
    01 out-routing-no pic x(9).
    01 out-account-no pic x(17).
    01 out-account-last4 pic x(4).
    01 out-acct-type pic x(2).
    01 out-split-seq pic s9(9) comp.
    01 out-split-seq-disp pic z9.
    01 out-split-type pic x(2).
    01 out-split-amount pic s9(7)v99 comp-3.
    01 out-split-amount-disp pic z,zzz,zz9.99.
    01 out-prenote-status pic x(2).
    01 out-bank-active pic s9(9) comp.
    01 account-len pic s9(9) comp.

    01 out-id    PIC 9(18) COMP.
    01 out-first pic x(20).
    01 out-last  pic x(20).
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists person (id INTEGER PRIMARY KEY AUTOINCREMENT, first_name text, last_name text, age INT, hire_date text, dept_code text, birth_date text, status text default 'A', term_date text, pay_rate numeric, grade_code text, grade_step integer, service_date text, ext_id text, phon_key text, reports_to integer, job_code text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column reports_to integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column added_by text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column added_ts text",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists job_code (job_code text primary key, title text, job_family text, flsa_status text default 'N', grade_low text, grade_high text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists pay_grade (grade_code text, grade_step integer, min_rate numeric, mid_rate numeric, max_rate numeric, primary key (grade_code, grade_step))",
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.
    move spaces to hist-sql.
    string
        "create table if not exists person_bank_account (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, routing_no text, account_no text, acct_type text, split_seq integer, "
        "split_type text, split_amount numeric, prenote_status text default 'P', prenote_date text, active integer default 1, added_by text, added_ts text)"
        into hist-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, hist-sql, error-message) to db-status.

    move spaces to chg-sql.
    string
    move spaces to hist-sql.
    string
        "create table if not exists person_history (hist_id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, first_name text, last_name text, birth_date text, hire_date text, dept_code text, "
        "status text, term_date text, pay_rate numeric, valid_from text, valid_to text, changed_by text, reports_to integer, job_code text)"
        into hist-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, hist-sql, error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person_history add column reports_to integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person_history add column job_code text",
        error-message) to db-status.

    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists operator (op_id text primary key, op_name text, role text, active integer default 1)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table operator add column person_id integer",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table operator add column last_signon text",
        error-message) to db-status.

    *> offboarding: a termination opens the checklist the back office
    *> works through offboard-maintenance, so the tables (and a default
                else
                    display "rehire is a supervisor function"
                end-if
            when "M" when "m"
                perform do-reports-to
            when "P" when "p"
                perform address-menu
            when "B" when "b"
                perform bank-menu
            when "O" when "o"
                if IS-SUPERVISOR then
                    perform operator-menu
    display "person maintenance -- ", trim(file-name).
    display "  A) add       U) update     D) terminate    S) leave/return".
    display "  R) rehire (supervisor)   L) list by last name   F) sounds-like".
    display "  M) reports-to   P) addresses    B) bank accounts    O) operators    X) exit".
    display "choice: " with no advancing.

do-add.
            "/", in-grade-step, " (see pay-grade-maintenance)"
        exit paragraph
    end-if.
    perform prompt-job-code.
    if not JOB-VALID then
        display "add failed: no such job code ", trim(in-job-code),
            " (see job-code-maintenance)"
        exit paragraph
    end-if.
    move 0 to in-id.
    perform prompt-reports-to.
    if not REPORTS-VALID then
        display "add failed: reports-to refused"
        exit paragraph
    end-if.
    perform prompt-ext-id.
    if not EXTID-OK-TO-USE then
        display "add failed: bad or duplicate external id"
        exit paragraph
    end-if.
    perform prompt-requisition.
    if req-check-result not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-hire-date) to in-hire-date-iso.
    move SQLITE3-COBOL-TO-DATE(in-birth-date) to in-birth-date-iso.
    *> a future-dated hire parks as pending ('P') and stays off the
        move "A" to add-status-byte
    end-if.
    move NAME-SOUNDEX(in-last) to phon-key.
    move function current-date to add-ts.
    move "insert into person (first_name, last_name, birth_date, hire_date, dept_code, pay_rate, status, grade_code, grade_step, ext_id, phon_key, reports_to, job_code, added_by, added_ts) values (?, ?, ?, ?, ?, ?, ?, ?, ?, nullif(?, ''), ?, nullif(?, 0), nullif(?, ''), ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-9, bind-grade-step) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(in-ext-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, phon-key) to db-status
            move in-reports-to to bind-reports-to
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-12, bind-reports-to) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-13, trim(in-job-code)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-14, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-15, add-ts) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
                move SQLITE3-LAST-INSERT-ROWID(db-handle) to out-id
            else
                move step-result to db-status
            end-if
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move 0 to req-fill-bool
        if db-status = 0 and in-req-id not = 0 then
            move out-id to add-person-id
            move REQUISITION-FILL(db-handle, in-req-id, add-person-id,
                in-hire-date, operator-id) to req-fill-bool
        end-if
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            if add-status-byte = "P" then
                display "added person id ", out-id,
                    " as PENDING (starts ", in-hire-date, ")"
            else
                display "added person id ", out-id
            end-if
            if in-req-id not = 0 then
                if req-fill-bool = 1 then
                    display "requisition ", in-req-id, " filled"
                else
                    display "requisition ", in-req-id,
                        " NOT filled -- fill it in requisition-maintenance"
                end-if
            end-if
            move "I" to change-op
            move out-id to change-person-id
            perform write-change-log
            "/", in-grade-step, " (see pay-grade-maintenance)"
        exit paragraph
    end-if.
    perform prompt-job-code.
    if not JOB-VALID then
        display "update failed: no such job code ", trim(in-job-code),
            " (see job-code-maintenance)"
        exit paragraph
    end-if.
    perform prompt-reports-to.
    if not REPORTS-VALID then
        display "update failed: reports-to refused"
        exit paragraph
    end-if.
    perform prompt-ext-id.
    if not EXTID-OK-TO-USE then
        display "update failed: bad or duplicate external id"
    *> pay_rate stays out of the live update -- a changed rate goes to
    *> the maker-checker queue below instead of straight onto the row
    move NAME-SOUNDEX(in-last) to phon-key.
    move "update person set first_name = ?, last_name = ?, birth_date = ?, hire_date = ?, dept_code = ?, grade_code = ?, grade_step = ?, ext_id = nullif(?, ''), phon_key = ?, reports_to = nullif(?, 0), job_code = nullif(?, '') where id = "
        to sql-text.
    string trim(sql-text) in-id into sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-7, bind-grade-step) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(in-ext-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, phon-key) to db-status
            move in-reports-to to bind-reports-to
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-10, bind-reports-to) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(in-job-code)) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
    move cur-status to pend-old-value.
    move in-term-date-iso to pend-new-value.
    perform queue-pending-change.
    perform count-direct-reports.
    if direct-report-count > 0 then
        display "note: ", direct-report-count, " person(s) still report to ", in-id,
            " -- they stay on the org-chart exception list until re-pointed (option M)"
    end-if.

*> One PENDING row in the maker-checker queue, under the operator who
*> keyed it, with the insert itself audited -- the request side of the
    perform until oper-choice = "X" or oper-choice = "x"
        display " "
        display "operators -- A) add   T) toggle active   U) unlock   W) reset password"
        display "             K) link own person record   L) list   X) back"
        display "choice: " with no advancing
        accept oper-choice
        evaluate oper-choice
                perform oper-unlock
            when "W" when "w"
                perform oper-reset-password
            when "K" when "k"
                perform oper-link-person
            when "L" when "l"
                perform oper-list
            when "X" when "x"
        display "operator add failed: role must be CLERK or SUP"
        exit paragraph
    end-if.
    display "operator's own person id (0 if none): " with no advancing.
    accept in-op-person-id.
    move "insert into operator (op_id, op_name, role, active, person_id) values (?, ?, ?, 1, nullif(?, 0))"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-op-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-op-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-op-role)) to db-status
        move in-op-person-id to bind-op-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, bind-op-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
            " must set a new password at next sign-on"
    end-if.

*> which person row is the operator's own -- sod-conflicts flags any
*> change an operator makes to it, whatever the role
oper-link-person.
    display "operator id to link: " with no advancing.
    accept in-op-id.
    display "operator's own person id (0 to clear): " with no advancing.
    accept in-op-person-id.
    if in-op-person-id not = 0 then
        move in-op-person-id to in-id
        perform get-person-current
        if not PERSON-FOUND then
            display "link failed: no person with id ", in-op-person-id
            exit paragraph
        end-if
    end-if.
    move "update operator set person_id = nullif(?, 0) where op_id = ?" to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move in-op-person-id to bind-op-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-op-person-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-op-id)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move 0 to db-status
        else
            move step-result to db-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.
    if rows-changed = 0 then
        display "link: no operator ", trim(in-op-id)
    else
        display "operator ", trim(in-op-id), " linked to person ", in-op-person-id
    end-if.

oper-list.
    move SQLITE3-STMT-OPEN(db-handle,
        "select op_id, op_name, role, active, coalesce(person_id, 0), coalesce(last_signon, '') from operator order by op_id",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-op-role) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-op-active
            move 4 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-op-person-id
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-op-last-signon) to bool
            display out-op-id, " ", out-op-name, " ", out-op-role,
                " active=", out-op-active, " person=", out-op-person-id,
                " last sign-on ", out-op-last-signon(1:8)
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, in-eff-from-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, in-eff-to-iso) to db-status.

bank-menu.
    move space to bank-choice.
    perform until bank-choice = "X" or bank-choice = "x"
        display " "
        display "bank accounts -- A) add   D) deactivate   L) list by person   X) back"
        display "choice: " with no advancing
        accept bank-choice
        evaluate bank-choice
            when "A" when "a"
                perform bank-add
            when "D" when "d"
                perform bank-deactivate
            when "L" when "l"
                perform bank-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", bank-choice
        end-evaluate
    end-perform.

*> a new account always starts in prenote ('P'); only one active
*> remainder account per person, and a fixed split needs an amount
bank-add.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person-current.
    if not PERSON-FOUND then
        display "bank account add failed: no person with id ", in-id
        exit paragraph
    end-if.
    display "routing number (9 digits): " with no advancing.
    accept in-routing-no.
    move ABA-CHECK(in-routing-no) to aba-ok.
    if aba-ok not = 1 then
        display "routing number ", in-routing-no, " fails its ABA check digit"
        exit paragraph
    end-if.
    display "account number: " with no advancing.
    accept in-account-no.
    if in-account-no = spaces then
        display "bank account add failed: account number is required"
        exit paragraph
    end-if.
    display "type (C=checking, S=savings): " with no advancing.
    accept in-acct-type.
    move function upper-case(in-acct-type) to in-acct-type.
    if in-acct-type not = "C" and in-acct-type not = "S" then
        display "bank account add failed: type must be C or S"
        exit paragraph
    end-if.
    display "split sequence (1-99): " with no advancing.
    accept in-split-seq.
    display "split (F=fixed amount, R=remainder): " with no advancing.
    accept in-split-type.
    move function upper-case(in-split-type) to in-split-type.
    evaluate in-split-type
        when "F"
            display "fixed amount per period: " with no advancing
            accept in-split-amount-text
            if trim(in-split-amount-text) = space then
                move 0 to in-split-amount
            else
                move numval(trim(in-split-amount-text)) to in-split-amount
            end-if
            if in-split-amount = 0 then
                display "bank account add failed: a fixed split needs an amount"
                exit paragraph
            end-if
        when "R"
            move 0 to in-split-amount
            move 0 to remainder-count
            move spaces to sql-text
            string "select count(*) from person_bank_account where active = 1 and split_type = 'R' and person_id = " in-id
                into sql-text
            end-string
            move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
            if db-status = 0 then
                move SQLITE3-STMT-STEP(stmt-handle) to step-result
                if SQLITE_ROW then
                    move 0 to col-idx
                    move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to remainder-count
                end-if
                move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
            end-if
            if remainder-count > 0 then
                display "bank account add failed: person ", in-id,
                    " already has an active remainder account -- deactivate it first"
                exit paragraph
            end-if
        when other
            display "bank account add failed: split must be F or R"
            exit paragraph
    end-evaluate.
    move in-split-amount to in-split-amount-edit.
    move function current-date to bank-ts.

    move "insert into person_bank_account (person_id, routing_no, account_no, acct_type, split_seq, split_type, split_amount, prenote_status, active, added_by, added_ts) values (?, ?, ?, ?, ?, ?, ?, 'P', 1, ?, ?)"
        to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move in-id to bind-person-id
            move in-split-seq to bind-split-seq
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-routing-no) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-account-no)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, in-acct-type) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-split-seq) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, in-split-type) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, in-split-amount-edit) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(operator-id)) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, bank-ts) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            move SQLITE3-LAST-INSERT-ROWID(db-handle) to out-bank-id
            display "added bank account id ", out-bank-id, " for person ", in-id,
                " -- prenote due on the next ach-payment run"
        else
            display "bank account add failed, status ", db-status
        end-if
    else
        display "bank account add failed: database is locked by another operator, try again"
    end-if.

bank-deactivate.
    display "bank account id to deactivate: " with no advancing.
    accept in-bank-id.
    move spaces to sql-text.
    string "update person_bank_account set active = 0 where active = 1 and id = " in-bank-id
        into sql-text
    end-string.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-EXEC-AUDITED(db-handle, sql-text, operator-id, error-message) to db-status
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            if rows-changed = 0 then
                display "bank account deactivate: no active account with id ", in-bank-id
            else
                display "bank account ", in-bank-id, " deactivated"
            end-if
        else
            display "bank account deactivate failed: ", trim(error-message)
        end-if
    else
        display "bank account deactivate failed: database is locked by another operator, try again"
    end-if.

bank-list.
    display "person id: " with no advancing.
    accept in-id.
    move "select id, routing_no, account_no, acct_type, split_seq, split_type, coalesce(split_amount, 0), coalesce(prenote_status, 'P'), active from person_bank_account where person_id = ? order by active desc, split_seq, id"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "bank account list failed, status ", db-status
    else
        move in-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to out-bank-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-routing-no) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-account-no) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-acct-type) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-split-seq
            move 5 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-split-type) to bool
            move 6 to col-idx
            move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-split-amount
            move 7 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-prenote-status) to bool
            move 8 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-bank-active
            *> only the last four of the account number ever reach the screen
            move length(trim(out-account-no)) to account-len
            if account-len > 4 then
                move out-account-no(account-len - 3:4) to out-account-last4
            else
                move out-account-no(1:4) to out-account-last4
            end-if
            move out-split-seq to out-split-seq-disp
            move out-split-amount to out-split-amount-disp
            if out-bank-active = 1 then
                display out-bank-id, " ", out-routing-no, " ****", out-account-last4,
                    " ", out-acct-type, " seq ", out-split-seq-disp, " ", out-split-type,
                    " ", out-split-amount-disp, " prenote ", out-prenote-status
            else
                display out-bank-id, " ", out-routing-no, " ****", out-account-last4,
                    " ", out-acct-type, " seq ", out-split-seq-disp, " ", out-split-type,
                    " ", out-split-amount-disp, " INACTIVE"
            end-if
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> pay rate is keyed the way payroll writes it ("18.50") and stored as
*> fixed-decimal text -- NUMVAL then a 9(7).99 edit -- never floated
edit-pay-rate.
    move function current-date to hist-ts.
    move spaces to hist-sql.
    string
        "insert into person_history (person_id, first_name, last_name, birth_date, hire_date, dept_code, status, term_date, pay_rate, valid_from, valid_to, changed_by, reports_to, job_code) "
        "select id, first_name, last_name, birth_date, hire_date, dept_code, coalesce(status, 'A'), term_date, pay_rate, "
        "coalesce((select max(h.valid_to) from person_history h where h.person_id = person.id), ''), ?, ?, reports_to, job_code from person where id = "
        in-id
        into hist-sql
    end-string.
        move 0 to db-status
    end-if.

*> Re-point one person's reporting line on its own -- the way a
*> terminated manager's reports come off the org-chart exception list
*> -- with the prior image into person_history like any other update.
do-reports-to.
    display "id to re-point: " with no advancing.
    accept in-id.
    perform get-person-current.
    if not PERSON-FOUND then
        display "re-point failed: no person with id ", in-id
        exit paragraph
    end-if.
    perform prompt-reports-to.
    if not REPORTS-VALID then
        display "re-point failed: reports-to refused"
        exit paragraph
    end-if.
    move spaces to sql-text.
    string "update person set reports_to = nullif(?, 0) where id = " in-id
        into sql-text
    end-string.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        perform write-history
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move in-reports-to to bind-reports-to
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-reports-to) to db-status
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
            if SQLITE_DONE then
                move 0 to db-status
            else
                move step-result to db-status
            end-if
            move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        end-if
        move SQLITE3-CHANGES(db-handle) to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            if in-reports-to = 0 then
                display "person ", in-id, " now reports to nobody"
            else
                display "person ", in-id, " now reports to ", in-reports-to
            end-if
            move "U" to change-op
            move in-id to change-person-id
            perform write-change-log
        else
            display "re-point failed, status ", db-status
        end-if
    else
        display "re-point failed: database is locked by another operator, try again"
    end-if.

*> the manager is optional (0 or blank is nobody); one keyed has to be
*> on file, not terminated and not the person themselves, and walking
*> up from them must never arrive back at the person being keyed
prompt-reports-to.
    display "reports to (person id, 0 for none): " with no advancing.
    accept in-reports-to.
    move 1 to reports-valid-flag.
    if in-reports-to = 0 then
        exit paragraph
    end-if.
    move 0 to reports-valid-flag.
    if in-reports-to = in-id then
        display "a person can't report to themselves"
        exit paragraph
    end-if.
    move 0 to mgr-found-flag.
    move spaces to sql-text.
    string "select coalesce(status, 'A') from person where id = " in-reports-to
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to mgr-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,mgr-status-text) to bool
            move mgr-status-text(1:1) to mgr-status
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if mgr-found-flag = 0 then
        display "no person with id ", in-reports-to
        exit paragraph
    end-if.
    if mgr-status = "T" then
        display "person ", in-reports-to, " is terminated and can't be a manager"
        exit paragraph
    end-if.
    if mgr-status = "L" then
        display "note: manager ", in-reports-to, " is on leave"
    end-if.
    if in-id not = 0 then
        move in-reports-to to walk-id
        move 0 to walk-steps
        perform until walk-id = 0 or walk-steps > 500
            if walk-id = in-id then
                display "refused: ", in-reports-to, " already reports up to ", in-id,
                    " -- that would make a reporting loop"
                exit paragraph
            end-if
            add 1 to walk-steps
            move spaces to sql-text
            string "select coalesce(reports_to, 0) from person where id = " walk-id
                into sql-text
            end-string
            move 0 to bind-reports-to
            move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
            if db-status = 0 then
                move SQLITE3-STMT-STEP(stmt-handle) to step-result
                if SQLITE_ROW then
                    move 0 to col-idx
                    move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-reports-to
                end-if
                move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
            end-if
            move bind-reports-to to walk-id
        end-perform
    end-if.
    move 1 to reports-valid-flag.

count-direct-reports.
    move 0 to direct-report-count.
    move spaces to sql-text.
    string "select count(*) from person where reports_to = " in-id
        " and coalesce(status, 'A') <> 'T'"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to direct-report-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> the lifecycle checks need to know what the row looks like now:
*> current status (null on a legacy row reads back as active) and the
*> hire date a termination date may not precede
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the job code is optional; keyed, it has to be in the catalog, and a
*> grade outside the job's range is pointed out but not refused
prompt-job-code.
    display "job code (blank if none): " with no advancing.
    accept in-job-code.
    move function upper-case(in-job-code) to in-job-code.
    move 1 to job-valid-flag.
    if trim(in-job-code) = space then
        move spaces to in-job-code
        exit paragraph
    end-if.
    move 0 to job-valid-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(grade_low, ''), coalesce(grade_high, '') from job_code where job_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(in-job-code)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to job-valid-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,job-grade-low) to bool
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,job-grade-high) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if JOB-VALID and in-grade-code not = spaces then
        if (job-grade-low not = spaces and in-grade-code < job-grade-low)
                or (job-grade-high not = spaces and in-grade-code > job-grade-high) then
            display "note: grade ", trim(in-grade-code), " is outside job ",
                trim(in-job-code), "'s range ", trim(job-grade-low), "-",
                trim(job-grade-high)
        end-if
    end-if.

*> the open requisition a hire fills, if any -- checked before the
*> insert so a bad number refuses the add instead of orphaning it
prompt-requisition.
    move 0 to req-check-result.
    move 0 to in-req-id.
    display "requisition filled (enter for none): " with no advancing.
    accept in-req-id.
    if in-req-id = 0 then
        exit paragraph
    end-if.
    move REQUISITION-CHECK(db-handle, in-req-id, in-dept-code, in-job-code)
        to req-check-result.
    evaluate req-check-result
        when 1
            display "add failed: no requisition ", in-req-id
        when 2
            display "add failed: requisition ", in-req-id, " is not OPEN"
        when 3
            display "add failed: requisition ", in-req-id,
                " is for another department than ", trim(in-dept-code)
        when 4
            display "add failed: requisition ", in-req-id,
                " is for another job code than ", trim(in-job-code)
    end-evaluate.

*> every add/update names a department; it has to exist in the
*> reference table department-maintenance maintains
validate-department.
