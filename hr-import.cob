*> Every loaded row also lands an 'I' change_log after-image inside the
*> same transaction, so the warehouse delta and the DR mirror carry the
*> quarterly interchange load instead of silently diverging from it.
*> The job code after the external id loads onto person as sent.
*>
*>    hr-import -db person.sdb -in PERSHR01.dat
identification division.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-param-9 pic s9(9) comp value 9.

    01 in-eof pic 9 value 0.
        88 IN-DONE value 1.
        05 dt-dept pic x(4).
        05 dt-status pic x.
        05 dt-ext-id pic x(10).
        05 dt-job-code pic x(6).
    01 trailer-rec.
        05 tr-type pic x.
        05 tr-count pic 9(9).
    move SQLITE3-EXEC-MSG(db-handle, chg-sql, error-message) to db-status.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.
    move SQLITE3-EXEC-MSG(db-handle,
        "alter table person add column job_code text",
        error-message) to db-status.
    move SQLITE3-BEGIN(db-handle) to db-status.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert or replace into person (id, first_name, last_name, birth_date, hire_date, dept_code, status, ext_id, job_code) values (?, ?, ?, ?, ?, ?, ?, nullif(?, ''), nullif(?, ''))",
        stmt-handle) to db-status.
    if db-status not = 0 then
        display "HR-IMPORT prepare failed, status ", db-status
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(dt-dept)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, dt-status) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(dt-ext-id)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(dt-job-code)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        add 1 to loaded-count
