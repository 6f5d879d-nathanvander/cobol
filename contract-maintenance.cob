GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 contract-maintenance.cob sqlite3-connection.cob sqlite3-statement.cob business-date.cob operator-utils.cob
*>***************************************
*> Interactive maintenance for the contingent workforce -- contractors
*> and agency temps, who used to sit on the roster as ordinary ACTIVE
*> employees and so turned up on the payroll register, the seniority
*> list and every headcount.  A person's worker_type says which they
*> are (E employee, the default; C contractor; T agency temp) and each
*> engagement is a contract row: the agency, the purchase order it
*> bills against, the contract start and end dates and the hourly bill
*> rate.
*>
*>   A  add a contract: the person must be on the roster and not
*>      terminated, and may not already hold an OPEN contract -- a
*>      renewal is an extension, not a second contract.  The person's
*>      worker_type is set from the contract in the same transaction.
*>   E  extend (or shorten) an OPEN contract's end date.
*>   H  hired on as an employee: the OPEN contract closes the day
*>      before the hire, worker_type goes back to E and hire_date
*>      becomes the employee hire date -- seniority counts from the
*>      hire, not from the first day on contract -- so from that day
*>      the person is paid and counted like anyone else.  The person
*>      row's prior image goes to person_history and its after-image
*>      to change_log ('U') in the same transaction, as any
*>      person-maintenance update does.
*>   L  list a person's contracts.
*>
*> contract-expiry prints the contracts running out in the next 30
*> days, and runbatch's roll-date step ends access (status T, term
*> date the contract end) for anyone whose last OPEN contract has run
*> out by the new business date.  Same shape as the other maintenance
*> programs: the single-writer app_lock around every write and an
*> audit_log row for every statement, under the operator signed on at
*> startup.
identification division.
    program-id. contract-maintenance.
    REMARKS. Interactive contractor and agency temp contract maintenance.

environment division. configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
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
    FUNCTION OPERATOR-SIGNON
    function all intrinsic.

data division.
working-storage section.
    01 file-name pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 col-idx pic s9(9) comp.

    01 menu-choice pic x.
    01 sql-text pic x(512).
    01 operator-id pic x(20).
    01 operator-role pic x(10).
    01 operator-name pic x(30).
    01 signed-on-flag pic 9 value 0.
        88 SIGNED-ON value 1.
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-id pic s9(9) comp.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 now-ts pic x(26).

    01 in-id pic 9(9).
    01 in-contract-id pic 9(9).
    01 in-worker-type pic x.
        88 TYPE-CONTRACTOR value "C" "c".
        88 TYPE-TEMP value "T" "t".
    01 in-agency pic x(30).
    01 in-po-number pic x(20).
    01 in-start pic 9(8).
    01 in-end pic 9(8).
    01 in-start-iso pic x(10).
    01 in-end-iso pic x(10).
    01 in-bill-rate pic 9(5)v99.
    01 bill-rate-edit pic 9(5).99.
    01 in-hire pic 9(8).
    01 in-hire-iso pic x(10).
    01 close-date pic 9(8).
    01 close-date-iso pic x(10).
    01 found-count pic s9(9) comp.
    01 person-status pic x.
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 contract-found-flag pic 9.
        88 CONTRACT-FOUND value 1.
    01 contract-person pic s9(9) comp.
    01 contract-start-iso pic x(10).
    01 contract-status pic x(8).

    01 out-contract-id pic s9(9) comp.
    01 out-worker-type pic x.
    01 out-agency pic x(30).
    01 out-po-number pic x(20).
    01 out-start pic x(10).
    01 out-end pic x(10).
    01 out-bill-rate pic s9(5)v99 comp-3.
    01 out-status pic x(8).
    01 contract-line.
        05 cl-id pic zzzzzzzz9.
        05 filler pic x value space.
        05 cl-type pic x.
        05 filler pic x value space.
        05 cl-agency pic x(20).
        05 filler pic x value space.
        05 cl-po pic x(12).
        05 filler pic x value space.
        05 cl-start pic x(10).
        05 filler pic x value space.
        05 cl-end pic x(10).
        05 filler pic x value space.
        05 cl-rate pic zzzz9.99.
        05 filler pic x value space.
        05 cl-status pic x(8).

procedure division.
main section.
    accept file-name from command-line.
    if file-name = space or file-name = low-value then
        move "person.sdb" to file-name
    end-if.

    move SQLITE3-OPEN(file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "contract-maintenance: could not open ", trim(file-name)
        stop run
    end-if.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists contract (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, worker_type text, agency text, po_number text, contract_start text, contract_end text, bill_rate numeric, status text default 'OPEN', entered_by text, entered_ts text)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists audit_log (id INTEGER PRIMARY KEY AUTOINCREMENT, ts text, actor text, sql_text text, status INT, rows_changed INT)",
        error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists app_lock (id INTEGER PRIMARY KEY, holder text, acquired_at text)",
        error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.

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
        display "contingent worker contracts -- ", trim(file-name)
        display "  A) add contract   E) extend end date   H) hired as employee   L) list   X) exit"
        display "choice: " with no advancing
        accept menu-choice
        evaluate menu-choice
            when "A" when "a"
                perform contract-add
            when "E" when "e"
                perform contract-extend
            when "H" when "h"
                perform contract-hire
            when "L" when "l"
                perform contract-list
            when "X" when "x"
                continue
            when other
                display "unrecognized choice: ", menu-choice
        end-evaluate
    end-perform.

    move SQLITE3-CLOSE(db-handle) to db-status.
    stop run.

*> one OPEN contract per person: a renewal extends it
contract-add.
    display "person id: " with no advancing.
    accept in-id.
    perform get-person.
    if not PERSON-FOUND then
        display "add failed: no person with id ", in-id
        exit paragraph
    end-if.
    if person-status = "T" then
        display "add failed: person ", in-id, " is terminated"
        exit paragraph
    end-if.
    move in-id to bind-id.
    move 0 to found-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from contract where person_id = ? and status = 'OPEN'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to found-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if found-count > 0 then
        display "add refused: person ", in-id, " already holds an OPEN contract -- extend it instead"
        exit paragraph
    end-if.
    display "C) contractor or T) agency temp: " with no advancing.
    accept in-worker-type.
    evaluate true
        when TYPE-CONTRACTOR
            move "C" to in-worker-type
        when TYPE-TEMP
            move "T" to in-worker-type
        when other
            display "add failed: C or T"
            exit paragraph
    end-evaluate.
    display "agency: " with no advancing.
    accept in-agency.
    if in-agency = spaces then
        display "add failed: the agency may not be blank"
        exit paragraph
    end-if.
    display "purchase order number: " with no advancing.
    accept in-po-number.
    move function upper-case(in-po-number) to in-po-number.
    display "contract start (yyyymmdd, enter for ", business-date, "): " with no advancing.
    move 0 to in-start.
    accept in-start.
    if in-start = 0 then
        move business-date to in-start
    end-if.
    if test-date-yyyymmdd(in-start) not = 0 then
        display "add failed: not a valid start date"
        exit paragraph
    end-if.
    display "contract end (yyyymmdd): " with no advancing.
    move 0 to in-end.
    accept in-end.
    if in-end = 0 or test-date-yyyymmdd(in-end) not = 0 or in-end < in-start then
        display "add failed: the end must be a valid date on or after the start"
        exit paragraph
    end-if.
    display "bill rate per hour: " with no advancing.
    move 0 to in-bill-rate.
    accept in-bill-rate.
    move in-bill-rate to bill-rate-edit.
    move SQLITE3-COBOL-TO-DATE(in-start) to in-start-iso.
    move SQLITE3-COBOL-TO-DATE(in-end) to in-end-iso.
    move function current-date to now-ts.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "add failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "insert into contract (person_id, worker_type, agency, po_number, contract_start, contract_end, bill_rate, status, entered_by, entered_ts) values (?, ?, ?, ?, ?, ?, ?, 'OPEN', ?, ?)"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, in-worker-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(in-agency)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(in-po-number)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, in-start-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, in-end-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, bill-rate-edit) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, now-ts) to db-status
        perform step-write
    end-if.
    perform audit-write.
    if db-status = 0 then
        move "update person set worker_type = ? where id = ?" to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-worker-type) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
            perform step-write
        end-if
        perform audit-write
    end-if.
    perform finish-transaction.
    if db-status = 0 then
        display "person ", in-id, " contracted through ", trim(in-agency),
            " from ", in-start-iso, " to ", in-end-iso
    else
        display "add failed, status ", db-status, " -- nothing saved"
    end-if.

contract-extend.
    display "contract id: " with no advancing.
    accept in-contract-id.
    perform get-contract.
    if not CONTRACT-FOUND then
        display "extend failed: no contract ", in-contract-id
        exit paragraph
    end-if.
    if contract-status not = "OPEN" then
        display "extend refused: contract ", in-contract-id, " is ", trim(contract-status)
        exit paragraph
    end-if.
    display "new contract end (yyyymmdd): " with no advancing.
    move 0 to in-end.
    accept in-end.
    if in-end = 0 or test-date-yyyymmdd(in-end) not = 0 then
        display "extend failed: not a valid date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-end) to in-end-iso.
    if in-end-iso < contract-start-iso then
        display "extend failed: the contract starts ", contract-start-iso
        exit paragraph
    end-if.
    move "update contract set contract_end = ? where id = ? and status = 'OPEN'" to sql-text.
    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held = 1 then
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-end-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
            perform step-write
        end-if
        perform audit-write
        move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status
        if db-status = 0 then
            display "contract ", in-contract-id, " now ends ", in-end-iso
        else
            display "extend failed, status ", db-status
        end-if
    else
        display "extend failed: database is locked by another operator, try again"
    end-if.

*> taken on as an employee: the contract closes the day before the
*> hire and the person is an employee from the hire date
contract-hire.
    display "contract id: " with no advancing.
    accept in-contract-id.
    perform get-contract.
    if not CONTRACT-FOUND then
        display "hire failed: no contract ", in-contract-id
        exit paragraph
    end-if.
    if contract-status not = "OPEN" then
        display "hire refused: contract ", in-contract-id, " is ", trim(contract-status)
        exit paragraph
    end-if.
    display "employee hire date (yyyymmdd, enter for ", business-date, "): " with no advancing.
    move 0 to in-hire.
    accept in-hire.
    if in-hire = 0 then
        move business-date to in-hire
    end-if.
    if test-date-yyyymmdd(in-hire) not = 0 then
        display "hire failed: not a valid date"
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(in-hire) to in-hire-iso.
    if in-hire-iso <= contract-start-iso then
        display "hire failed: the contract starts ", contract-start-iso
        exit paragraph
    end-if.
    compute close-date = date-of-integer(integer-of-date(in-hire) - 1).
    move SQLITE3-COBOL-TO-DATE(close-date) to close-date-iso.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "hire failed: database is locked by another operator, try again"
        exit paragraph
    end-if.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move "update contract set contract_end = ?, status = 'CLOSED' where id = ? and status = 'OPEN'"
        to sql-text.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, close-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
        perform step-write
    end-if.
    perform audit-write.
    if db-status = 0 then
        move contract-person to bind-id
        perform write-history
        move "update person set worker_type = 'E', hire_date = ? where id = ?" to sql-text
        move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status
        if db-status = 0 then
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, in-hire-iso) to db-status
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
            perform step-write
        end-if
        perform audit-write
        if db-status = 0 then
            perform write-change-log
        end-if
    end-if.
    perform finish-transaction.
    if db-status = 0 then
        display "person ", contract-person, " is an employee from ", in-hire-iso,
            ", contract ", in-contract-id, " closed ", close-date-iso
    else
        display "hire failed, status ", db-status, " -- nothing saved"
    end-if.

contract-list.
    display "person id: " with no advancing.
    accept in-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(worker_type, ''), coalesce(agency, ''), coalesce(po_number, ''), coalesce(contract_start, ''), coalesce(contract_end, ''), coalesce(bill_rate, 0), coalesce(status, '') from contract where person_id = ? order by contract_start, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "list failed, status ", db-status
        exit paragraph
    end-if.
    move in-id to bind-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status.
    display "       ID T AGENCY               PO           START      END        BILL RATE STATUS".
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-contract-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-worker-type) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-agency) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-po-number) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-start) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-end) to bool
        move 6 to col-idx
        move SQLITE3-COLUMN-DECIMAL(stmt-handle,col-idx) to out-bill-rate
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-status) to bool
        move out-contract-id to cl-id
        move out-worker-type to cl-type
        move out-agency to cl-agency
        move out-po-number to cl-po
        move out-start to cl-start
        move out-end to cl-end
        move out-bill-rate to cl-rate
        move out-status to cl-status
        display contract-line
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

get-person.
    move 0 to person-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(status, 'A') from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-status) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

get-contract.
    move 0 to contract-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select person_id, coalesce(contract_start, ''), coalesce(status, '') from contract where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-contract-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to contract-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to contract-person
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,contract-start-iso) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,contract-status) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the person row's prior image into person_history before the hire
*> touches it, the way person-maintenance keeps it: valid_from is the
*> previous history row's valid_to, valid_to is now
write-history.
    move function current-date to now-ts.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into person_history (person_id, first_name, last_name, birth_date, hire_date, dept_code, status, term_date, pay_rate, valid_from, valid_to, changed_by, reports_to, job_code) select id, first_name, last_name, birth_date, hire_date, dept_code, coalesce(status, 'A'), term_date, pay_rate, coalesce((select max(h.valid_to) from person_history h where h.person_id = person.id), ''), ?, ?, reports_to, job_code from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, now-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> the after-image for the warehouse, copied off the person row; like
*> person-maintenance's, it never blocks the write it describes
write-change-log.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into change_log (op_code, person_id, business_date, first_name, last_name, birth_date, hire_date, dept_code, status) select 'U', id, ?, first_name, last_name, coalesce(birth_date, ''), coalesce(hire_date, ''), coalesce(dept_code, ''), coalesce(status, 'A') from person where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, busdate-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

step-write.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to db-status
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status.

audit-write.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.

finish-transaction.
    if db-status = 0 then
        move SQLITE3-COMMIT(db-handle) to db-status
    else
        move SQLITE3-ROLLBACK(db-handle) to lock-release-status
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.

sign-on.
    move OPERATOR-SIGNON(db-handle, operator-id, operator-role,
        operator-name) to signed-on-flag.

end program contract-maintenance.
