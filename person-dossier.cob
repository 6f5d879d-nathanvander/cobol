GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 person-dossier.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob report-registry.cob mask-utils.cob
*>***************************************
*> The employee dossier: everything the database holds on one person,
*> for legal and for the employee's own "everything you hold on me"
*> request, in one print instead of a dozen query-dump runs pasted
*> together.
*>
*>    person-dossier -db person.sdb -person 42 -requester "J. Smith, counsel" -purpose "subject access request"
*>    person-dossier -db person.sdb -ext E1234 -requester ... -purpose ... [-out <file>] [-docs <dir>]
*>
*> Page one is a cover sheet -- the person, who asked, why, who
*> produced it and when, and the production number -- and every
*> following section starts with its own banner and ends with its row
*> count: the current person row (every column, whatever the table has
*> grown to), the person_history timeline in as-of order, addresses,
*> the emergency contacts portal-intake keeps, bank accounts, tax
*> setup (person_tax), rehire_log, contracts, assignments,
*> leave_ledger, gross_pay, the deduction history (pay_deduction) and
*> enrollments (person_deduction), the taxes withheld (pay_tax), net
*> pay, pay voids and the adjustments that reversed and reissued them,
*> final pay, garnishment orders and what was taken on them, benefit
*> enrollments, certifications, merit ratings, pending_change
*> requests, the portal submissions about them, offboard_task items,
*> the injury and incident cases with the forms filed on them, the
*> employment verification requests answered about them, the
*> person_document index, and the audit_log and change_log entries
*> touching the person.  Rows print as column=value pairs so nothing
*> is dropped for want of a column on a fixed layout; a table this
*> database doesn't have says so.
*> audit_log records statements, not person ids: an entry is included
*> when its text names the person (the "person 000000042" notes and
*> the literal "update person ... where id =" statements) or names one
*> of the person's pending_change requests; entries that only bound the
*> id as a parameter cannot be attributed and the section says so.
*>
*> "-docs <dir>" also writes each stored document out byte-for-byte
*> (segments in order, or the legacy single BLOB) as
*> <dir>/P<person>-D<doc>-<original file name>, listed under the index.
*>
*> A dossier is the whole record in the clear, so it is only produced
*> under a supervisor's console session (FIELD-ACCESS-ROLE,
*> mask-utils.cob); anyone else is refused rather than handed a masked
*> copy that would not answer the request.  Each production is a
*> dossier_production row (migration 162) -- person, requester,
*> purpose, who produced it, the file, pages, documents exported --
*> registered in report_registry and audited, so what was disclosed,
*> to whom and when can be proved later.  Output to "-out", default
*> dossier-<person id>.rpt.
identification division.
    program-id. person-dossier.
    REMARKS. Complete employee dossier for legal and data-subject requests.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-COUNT
    FUNCTION SQLITE3-COLUMN-NAME
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-BLOB
    FUNCTION SQLITE3-COLUMN-BYTES
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION REPORT-REGISTER
    FUNCTION FIELD-ACCESS-ROLE
    FUNCTION ARGPARSE-GET-FLAG
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
    01 report-file-name pic x(256) value spaces.
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 doc-stmt        PIC 9(18) COMP.
    01 redefines doc-stmt.
        05 doc-stmt-object-ptr usage pointer.
    01 doc-step-result pic s9(9) comp.
        88  DOC_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bool pic 9.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-target pic s9(9) comp.

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).
    01 produced-ts pic x(26).

    *> who is asking, about whom
    01 person-id pic 9(9) value 0.
    01 person-id-text pic x(9).
    01 ext-id-wanted pic x(20) value spaces.
    01 ext-matches pic s9(9) comp.
    01 requester pic x(60) value spaces.
    01 purpose pic x(100) value spaces.
    01 doc-dir pic x(200) value spaces.
    01 person-name pic x(60).
    01 person-ext-id pic x(20).
    01 person-found pic 9 value 0.
    01 session-op-id pic x(20).
    01 session-role pic x(10).
    01 session-bool pic 9.

    01 production-id PIC 9(18) COMP.
    01 production-disp pic 9(9).
    01 report-id PIC 9(18) COMP.
    01 report-id-bind pic s9(9) comp.
    01 audit-note pic x(200).
    01 audit-bool pic 9.
    01 audit-rows pic s9(9) comp value 1.
    01 audit-status pic s9(9) comp value 0.

    *> the pages
    01 lines-per-page pic 99 value 60.
    01 line-count pic 99 value 99.
    01 page-count pic 9(4) value 0.
    01 total-lines pic 9(7) value 0.
    01 print-line pic x(132).
    01 line-ptr pic s9(4) comp.
    01 hdr-line-1.
        05 filler pic x(20) value "EMPLOYEE DOSSIER -- ".
        05 filler pic x(7) value "PERSON ".
        05 hdr-person pic 9(9).
        05 filler pic x value space.
        05 hdr-name pic x(40).
        05 filler pic x(12) value "PRODUCTION ".
        05 hdr-production pic 9(9).
        05 filler pic x(5) value spaces.
        05 filler pic x(5) value "PAGE ".
        05 hdr-page pic zzz9.
    01 hdr-line-2.
        05 filler pic x(8) value "SECTION ".
        05 hdr-section pic x(70).
    01 section-title pic x(60) value spaces.
    01 section-no pic 99 value 0.
    01 section-no-disp pic z9.

    *> one section's query and what it found
    01 section-sql pic x(1024).
    01 sql-ptr pic s9(4) comp.
    01 section-rows pic 9(7).
    01 rows-disp pic zzzzzz9.
    01 num-cols pic s9(9) comp.
    01 col-name pic x(64).
    01 col-value pic x(1024).
    01 pair-text pic x(1100).
    01 pair-len pic s9(9) comp.
    01 pair-ptr pic s9(9) comp.
    01 chunk-len pic s9(9) comp.
    01 row-disp pic zzzzz9.

    *> CBL_* byte-file plumbing for the documents, as person-document
    01 file-handle pic x(4).
    01 file-offset pic x(8) comp-x value 0.
    01 byte-count  pic x(4) comp-x.
    01 cbl-flags   pic x value low-value.
    01 cbl-status  pic s9(9) comp.
    01 access-output pic x comp-x value 2.
    01 deny-zero   pic x comp-x value 0.
    01 device-disk pic x comp-x value 0.
    01 doc-buffer pic x(65500).
    01 doc-length pic s9(9) comp.
    01 doc-total pic s9(9) comp.
    01 doc-id pic s9(9) comp.
    01 doc-id-disp pic 9(9).
    01 doc-file-name pic x(200).
    01 doc-base-name pic x(200).
    01 slash-ix pic s9(4) comp.
    01 name-ix pic s9(4) comp.
    01 disk-file-name pic x(512).
    01 docs-exported pic 9(5) value 0.
    01 docs-exported-bind pic s9(9) comp.
    01 bytes-disp pic z(8)9.

    01 registry-params pic x(400).
    01 registry-ptr pic s9(4) comp.
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp.
    01 registry-lines pic s9(9) comp.

procedure division.
main section.
    move ARGPARSE-GET-FLAG("db", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to db-file-name
    else
        move "person.sdb" to db-file-name
    end-if.
    move ARGPARSE-GET-FLAG("person", flag-value) to flag-found.
    if flag-found = 1 then
        if trim(flag-value) is numeric then
            move trim(flag-value) to person-id
        else
            display "person-dossier: -person is a person id"
            move 1 to return-code
            stop run
        end-if
    end-if.
    move ARGPARSE-GET-FLAG("ext", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to ext-id-wanted
    end-if.
    move ARGPARSE-GET-FLAG("requester", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to requester
    end-if.
    move ARGPARSE-GET-FLAG("purpose", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to purpose
    end-if.
    move ARGPARSE-GET-FLAG("out", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to report-file-name
    end-if.
    move ARGPARSE-GET-FLAG("docs", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to doc-dir
    end-if.
    if (person-id = 0 and ext-id-wanted = spaces)
       or requester = spaces or purpose = spaces then
        display "usage: person-dossier -db <db> (-person <id> | -ext <ext id>) -requester <who> -purpose <why> [-out <file>] [-docs <dir>]"
        move 1 to return-code
        stop run
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "person-dossier: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move FIELD-ACCESS-ROLE(db-handle, session-op-id, session-role) to session-bool.
    if session-bool not = 1 or session-role not = "SUP" then
        display "person-dossier: a dossier is the whole record unmasked --",
            " run it from a supervisor's console session"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.

    if person-id = 0 then
        perform find-by-ext-id
        if person-id = 0 then
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
    end-if.
    perform load-person.
    if person-found = 0 then
        display "person-dossier: no person ", person-id
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move person-id to person-id-text.
    if report-file-name = spaces then
        string "dossier-" person-id-text ".rpt" delimited by size
            into report-file-name
        end-string
    end-if.

    perform open-production.
    open output report-file.
    perform print-cover-sheet.
    perform print-sections.
    move spaces to print-line.
    perform put-line.
    move "*** END OF DOSSIER ***" to print-line.
    perform put-line.
    close report-file.
    perform close-production.

    display "person-dossier: person ", person-id, " production ", production-disp,
        " -- ", page-count, " page(s), ", docs-exported, " document(s) exported, to ",
        trim(report-file-name).
    move SQLITE3-CLOSE(db-handle) to db-status.
    move 0 to return-code.
    stop run.

find-by-ext-id.
    move 0 to ext-matches.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id from person where ext_id = ? order by case when coalesce(status, 'A') = 'T' then 1 else 0 end, id",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(ext-id-wanted)) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        add 1 to ext-matches
        if ext-matches = 1 then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to bind-target
            move bind-target to person-id
        end-if
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    evaluate true
        when ext-matches = 0
            display "person-dossier: no person with ext id ", trim(ext-id-wanted)
        *> a terminated person's ext_id can be reused; the request is
        *> about one human being, so make the operator say which
        when ext-matches > 1
            display "person-dossier: ext id ", trim(ext-id-wanted), " is on ",
                ext-matches, " person rows -- run again with -person"
            move 0 to person-id
    end-evaluate.

load-person.
    move 0 to person-found.
    move spaces to person-name person-ext-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(first_name, '') || ' ' || coalesce(last_name, ''), coalesce(ext_id, '') from person where id = ?",
        stmt-handle) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move person-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 1 to person-found
        move 0 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-name) to bool
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-ext-id) to bool
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

*> the production row goes in first, so the cover sheet can carry its
*> number; close-production completes it once the file is written
open-production.
    move function current-date to produced-ts.
    move 0 to production-id.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into dossier_production (person_id, ext_id, requester, purpose, business_date, produced_by, produced_ts, output_file, document_dir) values (?, ?, ?, ?, ?, ?, ?, ?, nullif(?, ''))",
        stmt-handle) to db-status.
    if db-status = 0 then
        move person-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(person-ext-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(requester)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(purpose)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, business-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(session-op-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, produced-ts) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, trim(report-file-name)) to db-status
        move 9 to bind-target
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-target, trim(doc-dir)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_DONE then
            move SQLITE3-LAST-INSERT-ROWID(db-handle) to production-id
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move production-id to production-disp.

close-production.
    move spaces to registry-params.
    move 1 to registry-ptr.
    string "-db " trim(db-file-name) " -person " person-id-text
        " -requester """ trim(requester) """ -purpose """ trim(purpose) """"
        " -out " trim(report-file-name)
        delimited by size into registry-params with pointer registry-ptr
    end-string.
    if doc-dir not = spaces then
        string " -docs " trim(doc-dir)
            delimited by size into registry-params with pointer registry-ptr
        end-string
    end-if.
    move page-count to registry-pages.
    move total-lines to registry-lines.
    move REPORT-REGISTER(db-handle, "person-dossier", registry-params,
        business-date, report-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.
    move 0 to report-id.
    if registry-bool = 1 then
        move SQLITE3-LAST-INSERT-ROWID(db-handle) to report-id
    end-if.

    move SQLITE3-STMT-OPEN(db-handle,
        "update dossier_production set page_count = ?, line_count = ?, documents_exported = ?, report_id = nullif(?, 0), status = 'COMPLETE' where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, registry-pages) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, registry-lines) to db-status
        move docs-exported to docs-exported-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, docs-exported-bind) to db-status
        move report-id to report-id-bind
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-4, report-id-bind) to db-status
        move production-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

    move spaces to audit-note.
    string "dossier production " production-disp " of person " person-id-text
        " for " trim(requester) ": " trim(purpose)
        delimited by size into audit-note
    end-string.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, session-op-id, audit-status,
        audit-rows) to audit-bool.

print-cover-sheet.
    perform new-page.
    move spaces to print-line.
    perform put-line.
    move "EMPLOYEE DOSSIER -- COVER SHEET" to print-line.
    perform put-line.
    move spaces to print-line.
    perform put-line.
    string "  Person id . . . . . . " person-id-text
        delimited by size into print-line
    end-string.
    perform put-line.
    string "  Name  . . . . . . . . " trim(person-name)
        delimited by size into print-line
    end-string.
    perform put-line.
    string "  External id . . . . . " trim(person-ext-id)
        delimited by size into print-line
    end-string.
    perform put-line.
    move spaces to print-line.
    perform put-line.
    string "  Requested by  . . . . " trim(requester)
        delimited by size into print-line
    end-string.
    perform put-line.
    string "  Purpose . . . . . . . " trim(purpose)
        delimited by size into print-line
    end-string.
    perform put-line.
    move spaces to print-line.
    perform put-line.
    string "  Production number . . " production-disp
        delimited by size into print-line
    end-string.
    perform put-line.
    string "  Produced by . . . . . " trim(session-op-id)
        delimited by size into print-line
    end-string.
    perform put-line.
    string "  Produced at . . . . . " produced-ts(1:4) "-" produced-ts(5:2) "-"
        produced-ts(7:2) " " produced-ts(9:2) ":" produced-ts(11:2) ":"
        produced-ts(13:2) "   business date " business-date-iso
        delimited by size into print-line
    end-string.
    perform put-line.
    string "  Database  . . . . . . " trim(db-file-name)
        delimited by size into print-line
    end-string.
    perform put-line.
    if doc-dir not = spaces then
        string "  Documents exported to " trim(doc-dir)
            delimited by size into print-line
        end-string
        perform put-line
    end-if.
    move spaces to print-line.
    perform put-line.
    move "  CONTENTS" to print-line.
    perform put-line.
    move "     1  Current person record            17  Pay adjustments" to print-line.
    perform put-line.
    move "     2  Person history (as-of timeline)  18  Final pay" to print-line.
    perform put-line.
    move "     3  Addresses                        19  Garnishment orders" to print-line.
    perform put-line.
    move "     4  Emergency contacts               20  Garnishments taken" to print-line.
    perform put-line.
    move "     5  Bank accounts                    21  Benefit enrollments" to print-line.
    perform put-line.
    move "     6  Tax setup                        22  Certifications" to print-line.
    perform put-line.
    move "     7  Rehire log                       23  Merit ratings" to print-line.
    perform put-line.
    move "     8  Contracts                        24  Pending change requests" to print-line.
    perform put-line.
    move "     9  Assignments                      25  Portal submissions" to print-line.
    perform put-line.
    move "    10  Leave ledger                     26  Offboarding tasks" to print-line.
    perform put-line.
    move "    11  Gross pay                        27  Injury and incident cases" to print-line.
    perform put-line.
    move "    12  Deduction history                28  Employment verification requests" to print-line.
    perform put-line.
    move "    13  Deduction enrollments            29  Document index" to print-line.
    perform put-line.
    move "    14  Taxes withheld                   30  Audit log entries" to print-line.
    perform put-line.
    move "    15  Net pay                          31  Change log entries" to print-line.
    perform put-line.
    move "    16  Pay voids and reissues" to print-line.
    perform put-line.
    move spaces to print-line.
    perform put-line.
    move "  Each row prints as column=value pairs; a blank value is empty or null on file." to print-line.
    perform put-line.
    move "  This dossier contains personal data.  Disclose only to the requester named above." to print-line.
    perform put-line.

print-sections.
    *> the record itself starts on a fresh page after the cover
    move lines-per-page to line-count.
    move "CURRENT PERSON RECORD" to section-title.
    move "select * from person where id = ?1" to section-sql.
    perform print-section.

    move "PERSON HISTORY (AS-OF TIMELINE)" to section-title.
    move "select * from person_history where person_id = ?1 order by valid_from, hist_id" to section-sql.
    perform print-section.

    move "ADDRESSES" to section-title.
    move "select * from person_address where person_id = ?1 order by addr_type, eff_from, id" to section-sql.
    perform print-section.

    move "EMERGENCY CONTACTS" to section-title.
    move "select * from person_emergency_contact where person_id = ?1 order by eff_from, id" to section-sql.
    perform print-section.

    move "BANK ACCOUNTS" to section-title.
    move "select * from person_bank_account where person_id = ?1 order by split_seq, id" to section-sql.
    perform print-section.

    move "TAX SETUP" to section-title.
    move "select * from person_tax where person_id = ?1 order by tax_code, eff_from, id" to section-sql.
    perform print-section.

    move "REHIRE LOG" to section-title.
    move "select * from rehire_log where person_id = ?1 order by id" to section-sql.
    perform print-section.

    move "CONTRACTS" to section-title.
    move "select * from contract where person_id = ?1 order by contract_start, id" to section-sql.
    perform print-section.

    move "ASSIGNMENTS" to section-title.
    move "select * from person_assignment where person_id = ?1 order by assign_no" to section-sql.
    perform print-section.

    move "LEAVE LEDGER" to section-title.
    move "select * from leave_ledger where person_id = ?1 order by tx_date, id" to section-sql.
    perform print-section.

    move "GROSS PAY" to section-title.
    move "select * from gross_pay where person_id = ?1 order by period_date" to section-sql.
    perform print-section.

    move "DEDUCTION HISTORY" to section-title.
    move "select * from pay_deduction where person_id = ?1 order by period_date, ded_seq" to section-sql.
    perform print-section.

    move "DEDUCTION ENROLLMENTS" to section-title.
    move "select * from person_deduction where person_id = ?1 order by eff_from, id" to section-sql.
    perform print-section.

    move "TAXES WITHHELD" to section-title.
    move "select * from pay_tax where person_id = ?1 order by period_date, tax_code" to section-sql.
    perform print-section.

    move "NET PAY" to section-title.
    move "select * from net_pay where person_id = ?1 order by period_date" to section-sql.
    perform print-section.

    move "PAY VOIDS AND REISSUES" to section-title.
    move "select * from pay_void where person_id = ?1 order by period_date, id" to section-sql.
    perform print-section.

    move "PAY ADJUSTMENTS" to section-title.
    move "select a.* from pay_adjustment a join pay_void v on v.id = a.void_id where v.person_id = ?1 order by a.void_id, a.adj_type desc, a.item_type, a.item_seq" to section-sql.
    perform print-section.

    move "FINAL PAY" to section-title.
    move "select * from final_pay where person_id = ?1 order by period_no, id" to section-sql.
    perform print-section.

    move "GARNISHMENT ORDERS" to section-title.
    move "select * from garnish_order where person_id = ?1 order by priority, id" to section-sql.
    perform print-section.

    move "GARNISHMENTS TAKEN" to section-title.
    move "select * from pay_garnish where person_id = ?1 order by period_date, order_id" to section-sql.
    perform print-section.

    move "BENEFIT ENROLLMENTS" to section-title.
    move "select * from benefit_enrollment where person_id = ?1 order by cov_start, id" to section-sql.
    perform print-section.

    move "CERTIFICATIONS" to section-title.
    move "select * from person_certification where person_id = ?1 order by cert_code, completed_date, id" to section-sql.
    perform print-section.

    move "MERIT RATINGS" to section-title.
    move "select * from merit_rating where person_id = ?1 order by cycle_id" to section-sql.
    perform print-section.

    move "PENDING CHANGE REQUESTS" to section-title.
    move "select * from pending_change where person_id = ?1 order by id" to section-sql.
    perform print-section.

    move "PORTAL SUBMISSIONS" to section-title.
    move "select * from portal_intake where person_id = ?1 order by id" to section-sql.
    perform print-section.

    move "OFFBOARDING TASKS" to section-title.
    move "select * from offboard_task where person_id = ?1 order by id" to section-sql.
    perform print-section.

    move "INJURY AND INCIDENT CASES" to section-title.
    move "select i.*, (select group_concat(d.document_id, ' ') from incident_document d where d.incident_id = i.id) as form_documents from incident i where i.person_id = ?1 order by i.incident_date, i.id" to section-sql.
    perform print-section.

    move "EMPLOYMENT VERIFICATION REQUESTS" to section-title.
    move "select * from verification_request where person_id = ?1 order by id" to section-sql.
    perform print-section.

    *> the index, never the bytes -- those go to -docs
    move "DOCUMENT INDEX" to section-title.
    move "select id, doc_type, file_name, stored_at, total_bytes, content_hash, (select count(*) from person_document_segment s where s.doc_id = d.id) as segments from person_document d where person_id = ?1 order by id" to section-sql.
    perform print-section.
    if doc-dir not = spaces then
        perform export-documents
    end-if.

    move "AUDIT LOG ENTRIES" to section-title.
    move spaces to section-sql.
    move 1 to sql-ptr.
    string "select a.id, a.ts, a.actor, a.status, a.rows_changed, a.sql_text from audit_log a where "
        "a.sql_text like '%person ' || ?2 || '%' "
        "or (a.sql_text like '%update person set %' and (a.sql_text like '%where id =' || ?2 || '%' or a.sql_text like '%where id = ' || ?2 || '%')) "
        "or exists (select 1 from pending_change pc where pc.person_id = ?1 and (a.sql_text like 'pending change ' || printf('%09d', pc.id) || '%' "
        "or (a.sql_text like 'update pending_change %' and a.sql_text like '%where id = ' || printf('%09d', pc.id) || '%'))) "
        "order by a.id"
        delimited by size into section-sql with pointer sql-ptr
    end-string.
    perform print-section.
    move "  Statements that bound the person id as a parameter do not name it and cannot be listed here." to print-line.
    perform put-line.

    move "CHANGE LOG ENTRIES" to section-title.
    move "select * from change_log where person_id = ?1 order by id" to section-sql.
    perform print-section.

*> one section: its banner, every row as column=value pairs, its count
print-section.
    add 1 to section-no.
    move section-no to section-no-disp.
    if line-count + 4 > lines-per-page then
        perform new-page
    end-if.
    move spaces to print-line.
    perform put-line.
    move all "=" to print-line(1:100).
    perform put-line.
    string "SECTION " trim(section-no-disp) " -- " trim(section-title)
        delimited by size into print-line
    end-string.
    perform put-line.
    move all "=" to print-line(1:100).
    perform put-line.
    move 0 to section-rows.
    move SQLITE3-STMT-OPEN(db-handle, section-sql, stmt-handle) to db-status.
    if db-status not = 0 then
        move "  (not kept on this database)" to print-line
        perform put-line
        exit paragraph
    end-if.
    move person-id to bind-target.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, person-id-text) to db-status.
    move SQLITE3-COLUMN-COUNT(stmt-handle) to num-cols.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    perform until not SQLITE_ROW
        add 1 to section-rows
        perform print-row
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.
    move section-rows to rows-disp.
    if section-rows = 0 then
        move "  (none on file)" to print-line
    else
        string "  -- " trim(rows-disp) " row(s)" delimited by size into print-line
        end-string
    end-if.
    perform put-line.

*> the row number in the margin, then the pairs packed across the
*> line; a value too long for one line carries on the next
print-row.
    move section-rows to row-disp.
    move spaces to print-line.
    move row-disp to print-line(1:6).
    move 8 to line-ptr.
    perform varying col-idx from 0 by 1 until col-idx >= num-cols
        move spaces to col-name col-value pair-text
        move SQLITE3-COLUMN-NAME(stmt-handle, col-idx, col-name) to bool
        move SQLITE3-COLUMN-TEXT(stmt-handle, col-idx, col-value) to bool
        move 1 to pair-ptr
        string trim(col-name) "=" delimited by size into pair-text
            with pointer pair-ptr
        end-string
        if col-value not = spaces then
            string trim(col-value, trailing) delimited by size into pair-text
                with pointer pair-ptr
            end-string
        end-if
        compute pair-len = pair-ptr - 1
        if line-ptr > 8 and line-ptr + pair-len > 132 then
            perform put-line
            move 8 to line-ptr
        end-if
        if pair-len <= 125 then
            move pair-text(1:pair-len) to print-line(line-ptr:pair-len)
            compute line-ptr = line-ptr + pair-len + 2
        else
            move 1 to pair-ptr
            perform until pair-ptr > pair-len
                compute chunk-len = pair-len - pair-ptr + 1
                if chunk-len > 125 then
                    move 125 to chunk-len
                end-if
                move pair-text(pair-ptr:chunk-len) to print-line(8:chunk-len)
                perform put-line
                add chunk-len to pair-ptr
            end-perform
            move 8 to line-ptr
        end-if
    end-perform.
    if line-ptr > 8 then
        perform put-line
    end-if.

*> each document byte-for-byte beside the dossier, segments in order
*> or the legacy single BLOB, the way person-document extracts them
export-documents.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(file_name, '') from person_document where person_id = ? order by id",
        doc-stmt) to db-status.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move person-id to bind-target.
    move SQLITE3-STMT-BIND-INT(doc-stmt, bind-param-1, bind-target) to db-status.
    move SQLITE3-STMT-STEP(doc-stmt) to doc-step-result.
    perform until not DOC_ROW
        move spaces to doc-file-name
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(doc-stmt,col-idx) to doc-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(doc-stmt,col-idx,doc-file-name) to bool
        perform export-one-document
        move SQLITE3-STMT-STEP(doc-stmt) to doc-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(doc-stmt) to db-status.

export-one-document.
    *> the stored name may carry the loader's path; keep the last part
    move 0 to slash-ix.
    perform varying name-ix from 1 by 1 until name-ix > 200
        if doc-file-name(name-ix:1) = "/" or doc-file-name(name-ix:1) = "\" then
            move name-ix to slash-ix
        end-if
    end-perform.
    move spaces to doc-base-name.
    if slash-ix > 0 and slash-ix < 200 then
        move doc-file-name(slash-ix + 1:) to doc-base-name
    else
        move doc-file-name to doc-base-name
    end-if.
    if doc-base-name = spaces then
        move "document" to doc-base-name
    end-if.
    move doc-id to doc-id-disp.
    move spaces to disk-file-name.
    string trim(doc-dir) "/P" person-id-text "-D" doc-id-disp "-" trim(doc-base-name)
        delimited by size into disk-file-name
    end-string.
    call "CBL_CREATE_FILE" using disk-file-name, access-output, deny-zero,
        device-disk, file-handle
        returning cbl-status
    end-call.
    if cbl-status not = 0 then
        string "  document " doc-id-disp " NOT EXPORTED -- cannot create "
            trim(disk-file-name) delimited by size into print-line
        end-string
        perform put-line
        exit paragraph
    end-if.
    move 0 to file-offset doc-total.
    move SQLITE3-STMT-OPEN(db-handle,
        "select content from (select seg_no, content from person_document_segment where doc_id = ?1 union all select 0, content from person_document where id = ?1 and content is not null and not exists (select 1 from person_document_segment where doc_id = ?1)) order by seg_no",
        stmt-handle) to db-status.
    if db-status = 0 then
        move doc-id to bind-target
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-target) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        perform until not SQLITE_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-BYTES(stmt-handle,col-idx) to doc-length
            move SQLITE3-COLUMN-BLOB(stmt-handle,col-idx,doc-buffer) to bool
            move doc-length to byte-count
            call "CBL_WRITE_FILE" using file-handle, file-offset, byte-count,
                cbl-flags, doc-buffer
                returning cbl-status
            end-call
            add doc-length to file-offset
            add doc-length to doc-total
            move SQLITE3-STMT-STEP(stmt-handle) to step-result
        end-perform
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    call "CBL_CLOSE_FILE" using file-handle returning cbl-status end-call.
    add 1 to docs-exported.
    move doc-total to bytes-disp.
    string "  document " doc-id-disp " exported (" trim(bytes-disp) " bytes) to "
        trim(disk-file-name) delimited by size into print-line
    end-string.
    perform put-line.

put-line.
    if line-count >= lines-per-page then
        perform new-page
    end-if.
    write report-line from print-line.
    add 1 to line-count.
    add 1 to total-lines.
    move spaces to print-line.

new-page.
    add 1 to page-count.
    move page-count to hdr-page.
    move person-id to hdr-person.
    move person-name to hdr-name.
    move production-id to hdr-production.
    if page-count > 1 then
        move spaces to report-line
        write report-line
    end-if.
    move hdr-line-1 to report-line.
    write report-line.
    move spaces to hdr-section.
    if section-title = spaces then
        move "COVER SHEET" to hdr-section
    else
        string trim(section-no-disp) " -- " trim(section-title)
            delimited by size into hdr-section
        end-string
    end-if.
    move hdr-line-2 to report-line.
    write report-line.
    move all "-" to report-line(1:100).
    write report-line.
    move 0 to line-count.

end program person-dossier.
