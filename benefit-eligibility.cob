GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 benefit-eligibility.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob interface-utils.cob
*>***************************************
*> The monthly carrier eligibility file -- who each insurance carrier
*> should be covering this month, replacing the enrollment forms that
*> used to be photocopied and mailed.  Every enrollment in force at any
*> point in the month named by "-month" (YYYYMM, default the business
*> date's month) -- coverage started on or before the month's last day
*> and not ended before its first -- for the plans whose carrier is
*> "-carrier" (default every carrier) goes out as a fixed-width file
*> in the same header/detail/trailer shape as PERSHR01: a type-1
*> header (file id, creation date, coverage month, carrier), a type-2
*> record per enrolled employee with the plan, tier and coverage dates
*> (end 0 while open), a type-3 record per dependent on that
*> enrollment, and a type-9 trailer with the record count, the
*> employee count and the hash total of the employee ids, which the
*> carrier balances before loading.  The file is registered with
*> interface_log like every other outbound file.
*>
*>    benefit-eligibility -db person.sdb -month 202611 -carrier BLUECROSS -out BENELG01.dat
identification division.
    program-id. benefit-eligibility.
    REMARKS. Writes the monthly benefits carrier eligibility file.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION INTERFACE-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select out-file assign to out-file-name
            organization line sequential.

data division.
file section.
fd  out-file.
01  out-record pic x(100).

working-storage section.
    01 db-file-name pic x(256).
    01 out-file-name pic x(256) value "BENELG01.dat".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.

    01 stmt-handle        PIC 9(18) COMP.
    01 dep-stmt           PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 dep-step-result pic s9(9) comp.
        88  DEP_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-enroll-id pic s9(9) comp.
    01 sql-text pic x(1024).

    01 business-date pic 9(8).
    01 cover-month pic 9(6) value 0.
    01 carrier-filter pic x(8) value spaces.
    01 month-dates.
        05 month-start.
            10 ms-year pic 9(4).
            10 ms-month pic 99.
            10 ms-day pic 99.
        05 month-start-num redefines month-start pic 9(8).
        05 month-end-num pic 9(8).
    01 month-start-iso pic x(10).
    01 month-end-iso pic x(10).
    01 iso-work.
        05 iso-year pic x(4).
        05 filler pic x value "-".
        05 iso-month pic xx.
        05 filler pic x value "-".
        05 iso-day pic xx.
    01 date-work pic 9(8).
    01 date-work-x redefines date-work pic x(8).

    01 header-rec.
        05 hd-type pic x value "1".
        05 hd-file-id pic x(8) value "BENELG01".
        05 hd-create-date pic 9(8).
        05 hd-cover-month pic 9(6).
        05 hd-carrier pic x(8).
    01 subscriber-rec.
        05 sr-type pic x value "2".
        05 sr-person-id pic 9(9).
        05 sr-ext-id pic x(10).
        05 sr-last pic x(20).
        05 sr-first pic x(20).
        05 sr-birth-date pic 9(8).
        05 sr-carrier pic x(8).
        05 sr-plan pic x(4).
        05 sr-tier pic xx.
        05 sr-cov-start pic 9(8).
        05 sr-cov-end pic 9(8).
    01 dependent-rec.
        05 dr-type pic x value "3".
        05 dr-person-id pic 9(9).
        05 dr-seq pic 99.
        05 dr-name pic x(40).
        05 dr-relation pic x.
        05 dr-birth-date pic 9(8).
        05 dr-plan pic x(4).
        05 dr-tier pic xx.
    01 trailer-rec.
        05 tr-type pic x value "9".
        05 tr-count pic 9(9).
        05 tr-subscribers pic 9(9).
        05 tr-id-hash pic 9(15).

    01 out-enroll-id pic s9(9) comp.
    01 out-person-id pic s9(9) comp.
    01 out-text pic x(40).
    01 out-relation pic x.
    01 record-count pic 9(9) value 0.
    01 subscriber-count pic 9(9) value 0.
    01 dependent-seq pic 99.
    01 id-hash pic 9(15) value 0.
    01 reg-record-count pic s9(9) comp.
    01 hash-total-text pic x(16).
    01 interface-bool pic 9.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to out-file-name
    end-if.
    move ARGPARSE-GET-FLAG("month", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to cover-month
    end-if.
    move ARGPARSE-GET-FLAG("carrier", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to carrier-filter
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "benefit-eligibility: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    if cover-month = 0 then
        move business-date(1:6) to cover-month
    end-if.

    *> the coverage month as its first and last day
    move cover-month to month-start-num(1:6).
    move 1 to ms-day.
    if ms-month < 1 or ms-month > 12 then
        display "benefit-eligibility: -month must be YYYYMM"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    if ms-month = 12 then
        compute month-end-num = (ms-year + 1) * 10000 + 101
    else
        compute month-end-num = ms-year * 10000 + (ms-month + 1) * 100 + 1
    end-if.
    compute month-end-num = date-of-integer(integer-of-date(month-end-num) - 1).
    move month-start-num to date-work.
    perform date-to-iso.
    move iso-work to month-start-iso.
    move month-end-num to date-work.
    perform date-to-iso.
    move iso-work to month-end-iso.

    move spaces to sql-text.
    string "select e.id, e.person_id, coalesce(p.ext_id, ''), coalesce(p.last_name, ''), coalesce(p.first_name, ''), "
        "coalesce(p.birth_date, ''), coalesce(b.carrier_code, ''), e.plan_code, e.tier, coalesce(e.cov_start, ''), coalesce(e.cov_end, '') "
        "from benefit_enrollment e join benefit_plan b on b.plan_code = e.plan_code "
        "join person p on p.id = e.person_id "
        "where e.cov_start <= ?2 and (e.cov_end is null or e.cov_end = '' or e.cov_end >= ?1) "
        "and e.cov_start <= coalesce(nullif(e.cov_end, ''), e.cov_start) "
        "and (?3 = '' or b.carrier_code = ?3) "
        "order by b.carrier_code, e.person_id, e.plan_code"
        into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        display "benefit-eligibility: select failed, status ", db-status
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, month-start-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, month-end-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(carrier-filter)) to db-status.

    open output out-file.
    move function current-date(1:8) to hd-create-date.
    move cover-month to hd-cover-month.
    if carrier-filter = spaces then
        move "ALL" to hd-carrier
    else
        move carrier-filter to hd-carrier
    end-if.
    write out-record from header-rec.

    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-enroll-id
        move 1 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to out-person-id
        move out-person-id to sr-person-id
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:10) to sr-ext-id
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:20) to sr-last
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:20) to sr-first
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move SQLITE3-DATE-TO-COBOL(out-text(1:10)) to sr-birth-date
        move 6 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:8) to sr-carrier
        move 7 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:4) to sr-plan
        move 8 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move out-text(1:2) to sr-tier
        move 9 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        move SQLITE3-DATE-TO-COBOL(out-text(1:10)) to sr-cov-start
        move 10 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-text) to bool
        if out-text = spaces then
            move 0 to sr-cov-end
        else
            move SQLITE3-DATE-TO-COBOL(out-text(1:10)) to sr-cov-end
        end-if

        write out-record from subscriber-rec
        add 1 to record-count
        add 1 to subscriber-count
        add out-person-id to id-hash
        perform write-dependents

        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

    move record-count to tr-count.
    move subscriber-count to tr-subscribers.
    move id-hash to tr-id-hash.
    write out-record from trailer-rec.
    close out-file.

    *> the file is leaving the building: register it with its control
    *> totals and byte hash so interface-control can answer for it
    move record-count to reg-record-count.
    move id-hash to hash-total-text.
    move INTERFACE-REGISTER(db-handle, "BENELG01", out-file-name,
        business-date, reg-record-count, hash-total-text) to interface-bool.
    move SQLITE3-CLOSE(db-handle) to db-status.
    display "benefit-eligibility: wrote ", subscriber-count, " enrollment(s), ",
        record-count, " record(s) for ", cover-month, " to ", trim(out-file-name),
        " id-hash=", id-hash.
    move 0 to return-code.
    stop run.

write-dependents.
    move 0 to dependent-seq.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(dep_name, ''), coalesce(relationship, ''), coalesce(birth_date, '') from benefit_dependent where enrollment_id = ? order by id",
        dep-stmt) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move out-enroll-id to bind-enroll-id.
    move SQLITE3-STMT-BIND-INT(dep-stmt, bind-param-1, bind-enroll-id) to db-status.
    move SQLITE3-STMT-STEP(dep-stmt) to dep-step-result.
    perform until not DEP_ROW
        add 1 to dependent-seq
        move sr-person-id to dr-person-id
        move dependent-seq to dr-seq
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,out-text) to bool
        move out-text to dr-name
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,out-relation) to bool
        move out-relation to dr-relation
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(dep-stmt,col-idx,out-text) to bool
        move SQLITE3-DATE-TO-COBOL(out-text(1:10)) to dr-birth-date
        move sr-plan to dr-plan
        move sr-tier to dr-tier
        write out-record from dependent-rec
        add 1 to record-count
        move SQLITE3-STMT-STEP(dep-stmt) to dep-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(dep-stmt) to db-status.

date-to-iso.
    move date-work-x(1:4) to iso-year.
    move date-work-x(5:2) to iso-month.
    move date-work-x(7:2) to iso-day.

end program benefit-eligibility.
