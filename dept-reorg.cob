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

    if COMMIT-MODE then
        perform verify-supervisor
    move function current-date to hist-ts.
    move spaces to hist-sql.
    string
        "insert into person_history (person_id, first_name, last_name, birth_date, hire_date, dept_code, status, term_date, pay_rate, valid_from, valid_to, changed_by, reports_to, job_code) "
        "select id, first_name, last_name, birth_date, hire_date, dept_code, coalesce(status, 'A'), term_date, pay_rate, "
        "coalesce((select max(h.valid_to) from person_history h where h.person_id = person.id), ''), '" hist-ts "', '"
        trim(operator-id) "', reports_to, job_code from person where id = " cur-id
        into hist-sql
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, hist-sql, error-message) to db-status.
