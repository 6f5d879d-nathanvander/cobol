GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 portal-intake.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob interface-utils.cob extid-utils.cob
*>***************************************
*> Inbound mate to json-export: the intranet portal sends back the
*> changes employees keyed for themselves ("-in", default PORTAL01.dat)
*> in the usual header/detail/trailer shape -- type-1 header with file
*> id PORTAL01, a type-2 detail per submission (the portal's own
*> reference number, the person's external employee id, the change
*> type, the portal's submission timestamp, the date the change takes
*> effect -- zero for "from today" -- and the field values for that
*> type), and a type-9 trailer with the record count and the sum of
*> the portal references.  Like hr-import, the whole file has to
*> balance against its trailer before anything is touched; an
*> imbalance or a missing header/trailer refuses the file and nothing
*> is applied.
*>
*> Then each submission goes through an edit pass the way roster-edit
*> edits the roster feed -- the FIRST failed edit names a four-digit
*> reason code -- and what passes is applied or queued by type:
*>
*>     ADDR  home ('H') or mailing ('M') address.  State, ZIP and city
*>           must agree with zip_reference -- a hard edit here, not
*>           person-maintenance's warning, since no clerk is looking.
*>           Applied directly: the open address of that type ends the
*>           day before and a new effective-dated person_address row
*>           starts, the same supersede cost-split-maintenance does.
*>     EMRG  emergency contact (name, relationship, phones), applied
*>           directly into person_emergency_contact the same way.
*>     DEDN  deduction election added ('A') or ended ('E').  Money:
*>           queued in pending_change as type DEDN for a checker.
*>           Codes behind a benefit plan tier are refused -- those are
*>           elected through benefits enrollment.
*>     BANK  direct-deposit account added ('A', ABA check digit and
*>           split rules as person-maintenance's option B) or
*>           deactivated ('D').  Money: queued as type BANK.
*>
*> A queued change keeps its full detail in portal_change_detail under
*> the pending_change id, and change-approval's apply step reads it
*> from there.  The maker on the queued row is the employee ("PORTAL"
*> and their external id), so any signed-on operator can check it.
*> Every submission lands in portal_intake with its outcome; a
*> portal reference already on file is refused as a duplicate, so a
*> resent file never applies twice.  All of it runs in one
*> transaction under the app_lock, every write audited.
*>
*> A reply file goes back to the portal ("-reply", default
*> PORTALR1.dat) so the employee sees the outcome: a detail per
*> submission -- APPLIED, PENDING or REJECTED with the reason -- plus,
*> on every run, the queued changes a checker has since decided
*> (APPLIED, or REJECTED with the checker's reason).  The header says
*> whether the inbound file was ACCEPTED, REJECTED or not there at
*> all.  The reply is registered through INTERFACE-REGISTER as
*> PORTALR1.  RETURN-CODE 2 when the inbound file was refused or the
*> run failed, 1 when any submission was rejected, 0 clean.
*>
*>    portal-intake -db person.sdb -in PORTAL01.dat -reply PORTALR1.dat
identification division.
    program-id. portal-intake.
    REMARKS. Applies or queues employee self-service changes from the intranet portal.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-ROLLBACK
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-LOCK-ACQUIRE
    FUNCTION SQLITE3-LOCK-RELEASE
    FUNCTION SQLITE3-LAST-INSERT-ROWID
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION BUSINESS-DATE-GET
    FUNCTION INTERFACE-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    FUNCTION EXTID-CHECK
    FUNCTION ABA-CHECK
    function all intrinsic.

    input-output section.
    file-control.
        select in-file assign to in-file-name
            organization line sequential
            file status in-file-status.
        select reply-file assign to reply-file-name
            organization line sequential.

data division.
file section.
fd  in-file.
01  in-record pic x(200).
fd  reply-file.
01  reply-record pic x(100).

working-storage section.
    01 db-file-name pic x(256).
    01 in-file-name pic x(256) value "PORTAL01.dat".
    01 in-file-status pic xx.
    01 reply-file-name pic x(256) value "PORTALR1.dat".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 operator-id pic x(20) value "portal-intake".

    01 stmt-handle        PIC 9(18) COMP.
    01 outcome-stmt       PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
        88  SQLITE_DONE value is 101.
    01 outcome-step-result pic s9(9) comp.
        88  OUTCOME-ROW value is 100.
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
    01 bind-param-9 pic s9(9) comp value 9.
    01 bind-param-10 pic s9(9) comp value 10.
    01 bind-param-11 pic s9(9) comp value 11.
    01 bind-param-12 pic s9(9) comp value 12.
    01 bind-param-13 pic s9(9) comp value 13.
    01 bind-param-14 pic s9(9) comp value 14.
    01 bind-id pic s9(9) comp.
    01 bind-ref pic s9(9) comp.
    01 bind-pending-id pic s9(9) comp.
    01 bind-intake-id pic s9(9) comp.
    01 bind-split-seq pic s9(9) comp.
    01 sql-text pic x(512).
    01 lock-held pic 9.
    01 lock-release-status pic s9(9) comp.
    01 rows-changed pic s9(9) comp.
    01 audit-bool pic 9.
    01 query-count pic s9(9) comp.

    01 in-eof pic 9 value 0.
        88 IN-DONE value 1.
    01 header-rec.
        05 hd-type pic x.
        05 hd-file-id pic x(8).
        05 hd-create-date pic 9(8).
        05 hd-system pic x(8).
    01 detail-rec.
        05 dt-type pic x.
        05 dt-portal-ref pic 9(9).
        05 dt-ext-id pic x(10).
        05 dt-change-type pic x(4).
            88 CHANGE-ADDRESS value "ADDR".
            88 CHANGE-CONTACT value "EMRG".
            88 CHANGE-DEDUCTION value "DEDN".
            88 CHANGE-BANK value "BANK".
        05 dt-submitted-ts.
            10 dt-submitted-date pic 9(8).
            10 dt-submitted-time pic 9(6).
        05 dt-eff-date pic 9(8).
        05 dt-values pic x(120).
        05 addr-values redefines dt-values.
            10 av-addr-type pic x.
            10 av-line1 pic x(30).
            10 av-line2 pic x(30).
            10 av-city pic x(20).
            10 av-state pic xx.
            10 av-zip pic x(10).
            10 filler pic x(27).
        05 contact-values redefines dt-values.
            10 cv-name pic x(30).
            10 cv-relationship pic x(15).
            10 cv-phone pic x(15).
            10 cv-alt-phone pic x(15).
            10 filler pic x(45).
        05 deduction-values redefines dt-values.
            10 dv-action pic x.
            10 dv-ded-code pic x(6).
            10 filler pic x(113).
        05 bank-values redefines dt-values.
            10 bv-action pic x.
            10 bv-routing-no pic x(9).
            10 bv-account-no pic x(17).
            10 bv-acct-type pic x.
            10 bv-split-seq pic 99.
            10 bv-split-type pic x.
            10 bv-split-amount pic 9(7)v99.
            10 filler pic x(80).
    01 trailer-rec.
        05 tr-type pic x.
        05 tr-count pic 9(9).
        05 tr-ref-hash pic 9(15).

    01 in-file-state pic x value "M".
        88 IN-FILE-MISSING  value "M".
        88 IN-FILE-REJECTED value "R".
        88 IN-FILE-BALANCED value "B".
    01 header-seen pic 9 value 0.
    01 trailer-seen pic 9 value 0.
    01 record-count pic 9(9) value 0.
    01 ref-hash pic 9(15) value 0.

    01 reply-header.
        05 rh-type pic x value "1".
        05 rh-file-id pic x(8) value "PORTALR1".
        05 rh-create-date pic 9(8).
        05 rh-system pic x(8) value "PERSDB".
        05 rh-in-state pic x(8).
        05 rh-in-create-date pic 9(8).
    01 reply-detail.
        05 rd-type pic x value "2".
        05 rd-portal-ref pic 9(9).
        05 rd-ext-id pic x(10).
        05 rd-change-type pic x(4).
        05 rd-outcome pic x(8).
        05 rd-reason-code pic x(4).
        05 rd-message pic x(50).
        05 rd-business-date pic 9(8).
    01 reply-trailer.
        05 rt-type pic x value "9".
        05 rt-count pic 9(9).
        05 rt-ref-hash pic 9(15).
    01 reply-count pic 9(9) value 0.
    01 reply-ref-hash pic 9(15) value 0.

    01 edit-failed-flag pic 9.
        88 EDIT-FAILED value 1.
    01 reason-code pic x(4).
    01 reason-text pic x(50).
    01 outcome pic x(8).
    01 days-in-month-table.
        05 filler pic x(24) value "312831303130313130313031".
    01 days-in-month redefines days-in-month-table.
        05 month-days pic 99 occurs 12 times.
    01 max-day pic 99.
    01 check-date.
        05 chk-yyyy pic 9(4).
        05 chk-mm   pic 99.
        05 chk-dd   pic 99.
    01 check-date-ok pic 9.
        88 DATE-OK value 1.
    01 extid-ok pic 9.
    01 aba-ok pic 9.

    01 business-date pic 9(8).
    01 busdate-iso pic x(10).
    01 timestamp-now pic x(26).
    01 submitted-text pic x(19).
    01 eff-date pic 9(8).
    01 eff-iso pic x(10).
    01 prior-end-date pic 9(8).
    01 prior-end-iso pic x(10).
    01 person-id PIC 9(18) COMP.
    01 person-status pic x(4).
    01 person-found-flag pic 9.
        88 PERSON-FOUND value 1.
    01 zip5 pic x(5).
    01 split-amount-edit pic 9(7).99.
    01 account-len pic s9(9) comp.
    01 account-last4 pic x(4).
    01 pend-type pic x(4).
    01 pend-old-value pic x(12).
    01 pend-new-value pic x(12).
    01 requested-by pic x(20).
    01 pending-id PIC 9(18) COMP.
    01 intake-id PIC 9(18) COMP.
    01 last-row-id PIC 9(18) COMP.

    01 out-intake-id PIC 9(18) COMP.
    01 out-portal-ref PIC 9(18) COMP.
    01 out-pend-status pic x(10).
    01 out-review-reason pic x(50).

    01 in-count pic 9(7) value 0.
    01 applied-count pic 9(7) value 0.
    01 pending-count pic 9(7) value 0.
    01 rejected-count pic 9(7) value 0.
    01 decided-count pic 9(7) value 0.
    01 fail-status pic s9(9) comp value 0.
    01 failed-flag pic 9 value 0.
        88 RUN-FAILED value 1.
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
    move ARGPARSE-GET-FLAG("in", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to in-file-name
    end-if.
    move ARGPARSE-GET-FLAG("reply", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to reply-file-name
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "portal-intake: could not open ", trim(db-file-name)
        move 2 to return-code
        stop run
    end-if.
    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to busdate-iso.

    perform validate-portal-file.

    move SQLITE3-LOCK-ACQUIRE(db-handle, operator-id) to lock-held.
    if lock-held not = 1 then
        display "portal-intake: database is locked by another operator -- nothing applied, rerun"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 2 to return-code
        stop run
    end-if.

    open output reply-file.
    move function current-date(1:8) to rh-create-date.
    evaluate true
        when IN-FILE-BALANCED move "ACCEPTED" to rh-in-state
        when IN-FILE-REJECTED move "REJECTED" to rh-in-state
        when other            move "NOFILE"   to rh-in-state
    end-evaluate.
    write reply-record from reply-header.

    move SQLITE3-BEGIN(db-handle) to db-status.
    if IN-FILE-BALANCED then
        perform process-portal-file
    end-if.
    if not RUN-FAILED then
        perform reply-decided-changes
    end-if.
    if RUN-FAILED then
        move SQLITE3-ROLLBACK(db-handle) to db-status
    else
        move SQLITE3-COMMIT(db-handle) to db-status
        if db-status not = 0 then
            move db-status to fail-status
            move 1 to failed-flag
        end-if
    end-if.
    move SQLITE3-LOCK-RELEASE(db-handle, operator-id) to lock-release-status.

    move reply-count to rt-count.
    move reply-ref-hash to rt-ref-hash.
    write reply-record from reply-trailer.
    close reply-file.

    if RUN-FAILED then
        display "portal-intake: FAILED, status ", fail-status,
            " -- nothing applied or queued, reply not registered"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 2 to return-code
        stop run
    end-if.

    move reply-count to reg-record-count.
    move reply-ref-hash to hash-total-text.
    move INTERFACE-REGISTER(db-handle, "PORTALR1", reply-file-name,
        business-date, reg-record-count, hash-total-text) to interface-bool.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "portal-intake: ", in-count, " submission(s) -- ", applied-count,
        " applied, ", pending-count, " queued for approval, ", rejected-count,
        " rejected; ", decided-count, " earlier queued change(s) decided -- reply in ",
        trim(reply-file-name).
    evaluate true
        when IN-FILE-REJECTED
            move 2 to return-code
        when rejected-count > 0
            move 1 to return-code
        when other
            move 0 to return-code
    end-evaluate.
    stop run.

*> pass one: nothing but reads -- no submission is applied until the
*> file balances against its own trailer
validate-portal-file.
    open input in-file.
    if in-file-status not = "00" then
        move "M" to in-file-state
        display "portal-intake: no portal file ", trim(in-file-name),
            " (file status ", in-file-status, ")"
        exit paragraph
    end-if.
    move "B" to in-file-state.
    read in-file
        at end move 1 to in-eof
    end-read.
    perform until IN-DONE
        evaluate in-record(1:1)
            when "1"
                move in-record to header-rec
                move 1 to header-seen
                if hd-create-date numeric then
                    move hd-create-date to rh-in-create-date
                end-if
                if hd-file-id not = "PORTAL01" then
                    display "portal-intake: wrong file id ", hd-file-id
                    move "R" to in-file-state
                end-if
            when "2"
                move in-record to detail-rec
                if dt-portal-ref not numeric then
                    display "portal-intake: unparseable detail ", in-record(1:40)
                    move "R" to in-file-state
                else
                    add 1 to record-count
                    add dt-portal-ref to ref-hash
                end-if
            when "9"
                move in-record to trailer-rec
                move 1 to trailer-seen
            when other
                display "portal-intake: unknown record type ", in-record(1:20)
                move "R" to in-file-state
        end-evaluate
        read in-file
            at end move 1 to in-eof
        end-read
    end-perform.
    close in-file.
    if header-seen = 0 then
        display "portal-intake: no header record"
        move "R" to in-file-state
    end-if.
    if trailer-seen = 0 then
        display "portal-intake: no trailer record"
        move "R" to in-file-state
    else
        if tr-count not = record-count or tr-ref-hash not = ref-hash then
            display "portal-intake: trailer imbalance, count ", tr-count, "/",
                record-count, " ref-hash ", tr-ref-hash, "/", ref-hash
            move "R" to in-file-state
        end-if
    end-if.
    if IN-FILE-REJECTED then
        display "portal-intake: portal file ", trim(in-file-name),
            " REJECTED -- nothing applied"
    end-if.

*> pass two: the file proved itself, edit and apply each submission
process-portal-file.
    move 0 to in-eof.
    open input in-file.
    read in-file
        at end move 1 to in-eof
    end-read.
    perform until IN-DONE or RUN-FAILED
        if in-record(1:1) = "2" then
            move in-record to detail-rec
            add 1 to in-count
            perform process-one-change
        end-if
        read in-file
            at end move 1 to in-eof
        end-read
    end-perform.
    close in-file.

process-one-change.
    move 0 to pending-id.
    move 0 to person-id.
    move spaces to reason-code.
    move spaces to reason-text.
    move spaces to submitted-text.
    string dt-submitted-date(1:4) "-" dt-submitted-date(5:2) "-"
        dt-submitted-date(7:2) " " dt-submitted-time(1:2) ":"
        dt-submitted-time(3:2) ":" dt-submitted-time(5:2)
        into submitted-text
    end-string.
    perform edit-one-change.
    if EDIT-FAILED then
        move "REJECTED" to outcome
        add 1 to rejected-count
    else
        evaluate true
            when CHANGE-ADDRESS
                perform apply-address
                move "APPLIED" to outcome
                move "address on file" to reason-text
                add 1 to applied-count
            when CHANGE-CONTACT
                perform apply-contact
                move "APPLIED" to outcome
                move "emergency contact on file" to reason-text
                add 1 to applied-count
            when other
                perform queue-money-change
                move "PENDING" to outcome
                move "awaiting payroll approval" to reason-text
                add 1 to pending-count
        end-evaluate
    end-if.
    if RUN-FAILED then
        exit paragraph
    end-if.
    *> a duplicate reference is already on file under its first
    *> outcome -- it is answered, never recorded a second time
    if reason-code not = "0005" then
        perform record-intake
    end-if.
    if pending-id not = 0 and not RUN-FAILED then
        perform save-change-detail
    end-if.
    move dt-portal-ref to rd-portal-ref.
    move dt-ext-id to rd-ext-id.
    move dt-change-type to rd-change-type.
    perform write-reply.

*> One edit per paragraph-visit; the FIRST failed edit names the
*> reject, the same single-reason rule roster-edit follows
edit-one-change.
    move 0 to edit-failed-flag.
    perform edit-common.
    if not EDIT-FAILED then
        evaluate true
            when CHANGE-ADDRESS   perform edit-address
            when CHANGE-CONTACT   perform edit-contact
            when CHANGE-DEDUCTION perform edit-deduction
            when CHANGE-BANK      perform edit-bank
        end-evaluate
    end-if.

edit-common.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from portal_intake where portal_ref = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move dt-portal-ref to bind-ref
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-ref) to db-status
        perform fetch-count
    end-if.
    if query-count > 0 then
        move "0005" to reason-code
        move "portal reference already processed" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move EXTID-CHECK(dt-ext-id) to extid-ok.
    if dt-ext-id = spaces or extid-ok not = 1 then
        move "0001" to reason-code
        move "employee id not recognised" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    perform find-person.
    if not PERSON-FOUND then
        move "0001" to reason-code
        move "employee id not recognised" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if person-status(1:1) = "T" then
        move "0002" to reason-code
        move "employment has ended" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if not CHANGE-ADDRESS and not CHANGE-CONTACT
       and not CHANGE-DEDUCTION and not CHANGE-BANK then
        move "0003" to reason-code
        move "unknown change type" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move dt-submitted-date to check-date.
    perform check-calendar-date.
    if not DATE-OK or dt-submitted-time not numeric then
        move "0004" to reason-code
        move "submission timestamp invalid" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    *> zero means from today; nothing self-service reaches backwards
    *> into a period payroll may already have paid
    if dt-eff-date = 0 then
        move business-date to eff-date
    else
        move dt-eff-date to eff-date
    end-if.
    move eff-date to check-date.
    perform check-calendar-date.
    if not DATE-OK or eff-date < business-date then
        move "0006" to reason-code
        move "effective date invalid or in the past" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move SQLITE3-COBOL-TO-DATE(eff-date) to eff-iso.
    compute prior-end-date = function date-of-integer(
        function integer-of-date(eff-date) - 1).
    move SQLITE3-COBOL-TO-DATE(prior-end-date) to prior-end-iso.

find-person.
    move 0 to person-found-flag.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, coalesce(status, 'A') from person where ext_id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(dt-ext-id)) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 1 to person-found-flag
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(stmt-handle,col-idx) to person-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,person-status) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> the address has to be one the post office would deliver: state,
*> ZIP range and city all agreeing with zip_reference
edit-address.
    move function upper-case(av-addr-type) to av-addr-type.
    move function upper-case(av-state) to av-state.
    if av-addr-type not = "H" and av-addr-type not = "M" then
        move "0010" to reason-code
        move "address type must be H or M" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if av-line1 = spaces or av-city = spaces then
        move "0011" to reason-code
        move "address line 1 and city are required" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if av-state = spaces or av-zip = spaces then
        move "0012" to reason-code
        move "state and ZIP are required" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move av-zip(1:5) to zip5.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from zip_reference where state = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, av-state) to db-status
        perform fetch-count
    end-if.
    if query-count = 0 then
        move "0013" to reason-code
        move "state not recognised" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from zip_reference where state = ? and ? between zip_low and zip_high",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, av-state) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, zip5) to db-status
        perform fetch-count
    end-if.
    if query-count = 0 then
        move "0014" to reason-code
        move "ZIP code is not in that state" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from zip_reference where state = ? and ? between zip_low and zip_high and upper(city) = upper(?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, av-state) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, zip5) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(av-city)) to db-status
        perform fetch-count
    end-if.
    if query-count = 0 then
        move "0015" to reason-code
        move "city does not match the ZIP code" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    *> an address already starting on or after this date would be
    *> cut short underneath itself -- the office sorts those out
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_address where person_id = ? and addr_type = ? and eff_from >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, av-addr-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, eff-iso) to db-status
        perform fetch-count
    end-if.
    if query-count > 0 then
        move "0016" to reason-code
        move "a later address is already on file" to reason-text
        move 1 to edit-failed-flag
    end-if.

edit-contact.
    if cv-name = spaces then
        move "0020" to reason-code
        move "contact name is required" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if cv-phone = spaces then
        move "0021" to reason-code
        move "contact phone is required" to reason-text
        move 1 to edit-failed-flag
    end-if.

edit-deduction.
    move function upper-case(dv-action) to dv-action.
    move function upper-case(dv-ded-code) to dv-ded-code.
    if dv-action not = "A" and dv-action not = "E" then
        move "0030" to reason-code
        move "deduction action must be A or E" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from deduction_code where ded_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(dv-ded-code)) to db-status
        perform fetch-count
    end-if.
    if query-count = 0 then
        move "0031" to reason-code
        move "no such deduction" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from benefit_plan_tier where ded_code = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(dv-ded-code)) to db-status
        perform fetch-count
    end-if.
    if query-count > 0 then
        move "0034" to reason-code
        move "benefit premium -- use benefits enrollment" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    move 0 to query-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from person_deduction where person_id = ? and ded_code = ? and (eff_to is null or eff_to = '' or eff_to >= ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(dv-ded-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, eff-iso) to db-status
        perform fetch-count
    end-if.
    if dv-action = "A" and query-count > 0 then
        move "0032" to reason-code
        move "deduction is already elected" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if dv-action = "E" and query-count = 0 then
        move "0033" to reason-code
        move "deduction is not currently elected" to reason-text
        move 1 to edit-failed-flag
    end-if.

*> the same rules person-maintenance's option B enforces on a keyed
*> account: ABA check digit, C or S, one remainder account at most
edit-bank.
    move function upper-case(bv-action) to bv-action.
    move function upper-case(bv-acct-type) to bv-acct-type.
    move function upper-case(bv-split-type) to bv-split-type.
    if bv-action not = "A" and bv-action not = "D" then
        move "0040" to reason-code
        move "bank action must be A or D" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if bv-account-no = spaces then
        move "0042" to reason-code
        move "account number is required" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if bv-action = "D" then
        move 0 to query-count
        move SQLITE3-STMT-OPEN(db-handle,
            "select count(*) from person_bank_account where person_id = ? and routing_no = ? and account_no = ? and active = 1",
            stmt-handle) to db-status
        if db-status = 0 then
            move person-id to bind-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, bv-routing-no) to db-status
            move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(bv-account-no)) to db-status
            perform fetch-count
        end-if
        if query-count = 0 then
            move "0046" to reason-code
            move "no active account with that number" to reason-text
            move 1 to edit-failed-flag
        end-if
        exit paragraph
    end-if.
    move ABA-CHECK(bv-routing-no) to aba-ok.
    if aba-ok not = 1 then
        move "0041" to reason-code
        move "routing number fails its check digit" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if bv-acct-type not = "C" and bv-acct-type not = "S" then
        move "0043" to reason-code
        move "account type must be C or S" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if bv-split-seq not numeric or bv-split-seq = 0
       or (bv-split-type not = "F" and bv-split-type not = "R")
       or bv-split-amount not numeric
       or (bv-split-type = "F" and bv-split-amount = 0) then
        move "0044" to reason-code
        move "split must be F with an amount, or R" to reason-text
        move 1 to edit-failed-flag
        exit paragraph
    end-if.
    if bv-split-type = "R" then
        move 0 to bv-split-amount
        move 0 to query-count
        move SQLITE3-STMT-OPEN(db-handle,
            "select count(*) from person_bank_account where person_id = ? and split_type = 'R' and active = 1",
            stmt-handle) to db-status
        if db-status = 0 then
            move person-id to bind-id
            move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
            perform fetch-count
        end-if
        if query-count > 0 then
            move "0045" to reason-code
            move "a remainder account is already active" to reason-text
            move 1 to edit-failed-flag
        end-if
    end-if.

*> the open address of this type ends the day before, the new one
*> starts on the effective date, both writes audited
apply-address.
    move "update person_address set eff_to = ? where person_id = ? and addr_type = ? and (eff_to is null or eff_to = '' or eff_to >= ?)"
        to sql-text.
    perform open-write-statement.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, prior-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, av-addr-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, eff-iso) to db-status
        perform finish-write-statement
    end-if.
    if RUN-FAILED then
        exit paragraph
    end-if.
    move "insert into person_address (person_id, addr_type, addr_line1, addr_line2, city, state, zip, eff_from, eff_to) values (?, ?, ?, ?, ?, ?, ?, ?, '')"
        to sql-text.
    perform open-write-statement.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, av-addr-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(av-line1)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(av-line2)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(av-city)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, av-state) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(av-zip)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, eff-iso) to db-status
        perform finish-write-statement
    end-if.

apply-contact.
    move "update person_emergency_contact set eff_to = ? where person_id = ? and (eff_to is null or eff_to = '' or eff_to >= ?)"
        to sql-text.
    perform open-write-statement.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, prior-end-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, eff-iso) to db-status
        perform finish-write-statement
    end-if.
    if RUN-FAILED then
        exit paragraph
    end-if.
    move function current-date to timestamp-now.
    move "insert into person_emergency_contact (person_id, contact_name, relationship, phone, alt_phone, eff_from, eff_to, added_by, added_ts) values (?, ?, ?, ?, ?, ?, '', ?, ?)"
        to sql-text.
    perform open-write-statement.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(cv-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(cv-relationship)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(cv-phone)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(cv-alt-phone)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, eff-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(operator-id)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, timestamp-now) to db-status
        perform finish-write-statement
    end-if.

*> money waits for a checker: one PENDING row keyed by the employee,
*> readable in change-approval's list, with the detail saved beside it
queue-money-change.
    move dt-change-type to pend-type.
    move spaces to pend-new-value.
    if CHANGE-DEDUCTION then
        if dv-action = "A" then
            move "ADD" to pend-old-value
        else
            move "END" to pend-old-value
        end-if
        move dv-ded-code to pend-new-value
    else
        if bv-action = "A" then
            move "ADD" to pend-old-value
        else
            move "DEACTIVATE" to pend-old-value
        end-if
        *> only the last four of the account number reach the queue
        move length(trim(bv-account-no)) to account-len
        if account-len > 4 then
            move bv-account-no(account-len - 3:4) to account-last4
        else
            move bv-account-no(1:4) to account-last4
        end-if
        string "****" account-last4 into pend-new-value end-string
    end-if.
    move spaces to requested-by.
    string "PORTAL " trim(dt-ext-id) into requested-by end-string.
    move function current-date to timestamp-now.
    move "insert into pending_change (person_id, change_type, old_value, new_value, requested_by, requested_ts, request_date, status) values (?, ?, ?, ?, ?, ?, ?, 'PENDING')"
        to sql-text.
    perform open-write-statement.
    if db-status = 0 then
        move person-id to bind-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, pend-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(pend-old-value)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(pend-new-value)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(requested-by)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, timestamp-now) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, busdate-iso) to db-status
        perform finish-write-statement
    end-if.
    if not RUN-FAILED then
        move last-row-id to pending-id
    end-if.

save-change-detail.
    move "insert into portal_change_detail (pending_id, intake_id, action, ded_code, eff_date, routing_no, account_no, acct_type, split_seq, split_type, split_amount) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?)"
        to sql-text.
    perform open-write-statement.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move pending-id to bind-pending-id.
    move intake-id to bind-intake-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-pending-id) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-intake-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, eff-iso) to db-status.
    if CHANGE-DEDUCTION then
        move 0 to bind-split-seq
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, dv-action) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(dv-ded-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, space) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, space) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, space) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-9, bind-split-seq) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, space) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, "0") to db-status
    else
        move bv-split-seq to bind-split-seq
        move bv-split-amount to split-amount-edit
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, bv-action) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, space) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, bv-routing-no) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(bv-account-no)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, bv-acct-type) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-9, bind-split-seq) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, bv-split-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, split-amount-edit) to db-status
    end-if.
    perform finish-write-statement.

record-intake.
    move function current-date to timestamp-now.
    move "insert into portal_intake (portal_ref, file_name, business_date, ext_id, person_id, change_type, submitted_ts, eff_date, outcome, reason_code, reason_text, pending_id, processed_ts, replied_date) values (?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?, ?)"
        to sql-text.
    perform open-write-statement.
    if db-status not = 0 then
        exit paragraph
    end-if.
    move dt-portal-ref to bind-ref.
    move person-id to bind-id.
    move pending-id to bind-pending-id.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-ref) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(in-file-name)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, busdate-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, trim(dt-ext-id)) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, trim(dt-change-type)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, submitted-text) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, eff-iso) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-9, trim(outcome)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-10, trim(reason-code)) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-11, trim(reason-text)) to db-status.
    move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-12, bind-pending-id) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-13, timestamp-now) to db-status.
    move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-14, busdate-iso) to db-status.
    perform finish-write-statement.
    if not RUN-FAILED then
        move last-row-id to intake-id
    end-if.

*> Every queued change a checker has since approved-and-applied,
*> rejected or voided goes back to the portal once, with the checker's
*> reason, so the employee isn't left looking at PENDING forever.
reply-decided-changes.
    move SQLITE3-STMT-OPEN(db-handle,
        "select i.id, i.portal_ref, i.ext_id, i.change_type, c.status, coalesce(c.review_reason, '') from portal_intake i join pending_change c on c.id = i.pending_id where i.outcome = 'PENDING' and c.status in ('APPLIED', 'REJECTED', 'VOID') order by i.id",
        outcome-stmt) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
        exit paragraph
    end-if.
    move SQLITE3-STMT-STEP(outcome-stmt) to outcome-step-result.
    perform until not OUTCOME-ROW or RUN-FAILED
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(outcome-stmt,col-idx) to out-intake-id
        move 1 to col-idx
        move SQLITE3-COLUMN-INT64(outcome-stmt,col-idx) to out-portal-ref
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(outcome-stmt,col-idx,rd-ext-id) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-TEXT(outcome-stmt,col-idx,rd-change-type) to bool
        move 4 to col-idx
        move SQLITE3-COLUMN-TEXT(outcome-stmt,col-idx,out-pend-status) to bool
        move 5 to col-idx
        move SQLITE3-COLUMN-TEXT(outcome-stmt,col-idx,out-review-reason) to bool
        perform reply-one-decision
        move SQLITE3-STMT-STEP(outcome-stmt) to outcome-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(outcome-stmt) to db-status.

reply-one-decision.
    add 1 to decided-count.
    move out-portal-ref to rd-portal-ref.
    evaluate out-pend-status
        when "APPLIED"
            move "APPLIED" to outcome
            move spaces to reason-code
            move "approved and applied" to reason-text
        when "REJECTED"
            move "REJECTED" to outcome
            move "0090" to reason-code
            move out-review-reason to reason-text
        when other
            move "REJECTED" to outcome
            move "0091" to reason-code
            move out-review-reason to reason-text
    end-evaluate.
    if reason-text = spaces then
        move "declined by payroll" to reason-text
    end-if.
    move "update portal_intake set outcome = ?, reason_code = ?, reason_text = ?, replied_date = ? where id = ?"
        to sql-text.
    perform open-write-statement.
    if db-status = 0 then
        move out-intake-id to bind-intake-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-5, bind-intake-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, trim(outcome)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, trim(reason-code)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-3, trim(reason-text)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, busdate-iso) to db-status
        perform finish-write-statement
    end-if.
    perform write-reply.

write-reply.
    move outcome to rd-outcome.
    move reason-code to rd-reason-code.
    move reason-text to rd-message.
    move business-date to rd-business-date.
    write reply-record from reply-detail.
    add 1 to reply-count.
    add rd-portal-ref to reply-ref-hash.

open-write-statement.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
    end-if.

*> step, close and audit one bound write, keeping the new row id for
*> an insert; any failure fails the run
*> and the whole transaction rolls back
finish-write-statement.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_DONE then
        move 0 to db-status
    else
        move step-result to db-status
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to lock-release-status.
    *> the audit row is an insert too -- take the new row's id first
    move SQLITE3-LAST-INSERT-ROWID(db-handle) to last-row-id.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.
    if db-status not = 0 then
        move db-status to fail-status
        move 1 to failed-flag
    end-if.

fetch-count.
    move SQLITE3-STMT-STEP(stmt-handle) to step-result.
    if SQLITE_ROW then
        move 0 to col-idx
        move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to query-count
    end-if.
    move SQLITE3-STMT-CLOSE(stmt-handle) to db-status.

check-calendar-date.
    move 1 to check-date-ok.
    if check-date not numeric
       or chk-yyyy < 1900 or chk-yyyy > 2099
       or chk-mm < 1 or chk-mm > 12
       or chk-dd < 1 then
        move 0 to check-date-ok
    else
        move month-days(chk-mm) to max-day
        if chk-mm = 2 then
            if function mod(chk-yyyy, 4) = 0 and
               (function mod(chk-yyyy, 100) not = 0 or
                function mod(chk-yyyy, 400) = 0) then
                move 29 to max-day
            end-if
        end-if
        if chk-dd > max-day then
            move 0 to check-date-ok
        end-if
    end-if.

end program portal-intake.
