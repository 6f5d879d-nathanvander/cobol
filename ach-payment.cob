GCobol >>SOURCE FORMAT IS FREE
*>*************************************
*> Tektonics: cobc -x -lsqlite3 ach-payment.cob sqlite3-connection.cob sqlite3-statement.cob argparse.cob business-date.cob extid-utils.cob interface-utils.cob report-registry.cob
*>***************************************
*> Direct deposit for one pay period: reads the net pay deduction-register
*> stored in net_pay and pays it into the bank accounts kept in
*> person_bank_account (person-maintenance option B), writing a
*> standard NACHA PPD file -- file header (1), one batch header (5), an
*> entry detail (6) per deposit, the batch control (8) and file control
*> (9) with entry hash and debit/credit totals, padded with 9-records
*> to a block of ten.  Credits only: service class 220, the company's
*> own funding is the bank's affair.
*>
*>    ach-payment -db person.sdb -odfi 0XXXXXXXX -company-id 1234567890
*>        [-period yyyymmdd] [-dest 0XXXXXXXX] [-company-name PAYROLL]
*>        [-dest-name ...] [-origin-name ...] [-out ACHPPD01.ach]
*>        [-checks ach-checks.prt] [-prenote-days 10] [-rebuild Y]
*>        [-reissue <void id>] [-op <operator>]
*>
*> "-odfi" is our bank's routing number (it has to pass ABA-CHECK) and
*> is also the immediate destination unless "-dest" says otherwise;
*> "-company-id" is the ten-character originator id the bank assigned.
*> The period defaults to the latest one in net_pay, the effective
*> entry date to the period's pay_date (the business date when the
*> pay_period calendar doesn't cover it).
*>
*> Each person's net is split across their active accounts: fixed
*> amounts first in split sequence (never more than is left), then the
*> one remainder account takes the rest.  An account still in prenote
*> status 'P' gets a zero-dollar prenote entry (transaction code 23 or
*> 33) instead of money and moves to 'S'; once a sent prenote is
*> "-prenote-days" old with nothing returned it goes live ('L') at the
*> start of the next run.  Money an account can't take yet -- no
*> account, a prenote still pending, fixed splits with no remainder
*> account -- falls to the check list ("-checks", registered in
*> report_registry) with the reason, so nobody's pay goes nowhere.
*>
*> Every entry lands in ach_payment with its trace number, and the
*> file is registered in interface_log (INTERFACE-REGISTER) as
*> NACHA-PPD with the entry count and entry hash, so interface-control
*> answers "did the bank get it" and re-sends the SAME bytes.  For that
*> reason a period already paid is refused: a second file would pay
*> everyone twice.  "-rebuild Y" (the bank rejected the whole file)
*> clears the period's ach_payment rows and builds again; prenotes
*> already sent are not repeated.  A period payroll-variance has put
*> on hold (a pay_run_control row with hold_flag set) is refused too,
*> rebuild or not, until a supervisor clears the variances.
*>
*> A period pay-void has voided pays the reissue instead: once
*> deduction-register has finished the reissue its net (pay_void's
*> reissue_net, the 'R' net row) goes out in place of the original
*> net_pay row, and until then the person is left off and counted as
*> awaiting reissue.  A reissue finished after the period's file went
*> to the bank is paid on a file of its own with "-reissue <void id>":
*> the one person's reissued net, effective the business date, its
*> deposits kept in ach_payment as entry type 'R' so neither a second
*> "-reissue" nor a rebuild of the period's file pays it again.  A
*> reissue already paid is refused ("-rebuild Y" re-makes a rejected
*> reissue file), as is one the period's own file carried.
*> RETURN-CODE 1 on a refused or failed run.
identification division.
    program-id. ach-payment.
    REMARKS. Builds the NACHA PPD direct-deposit file from stored net pay.

environment division.
    configuration section.
    repository.
    FUNCTION SQLITE3-OPEN
    FUNCTION SQLITE3-CLOSE
    FUNCTION SQLITE3-EXEC-MSG
    FUNCTION SQLITE3-AUDIT-LOG
    FUNCTION SQLITE3-BEGIN
    FUNCTION SQLITE3-COMMIT
    FUNCTION SQLITE3-CHANGES
    FUNCTION SQLITE3-STMT-OPEN
    FUNCTION SQLITE3-STMT-CLOSE
    FUNCTION SQLITE3-STMT-STEP
    FUNCTION SQLITE3-STMT-BIND-TEXT
    FUNCTION SQLITE3-STMT-BIND-INT
    FUNCTION SQLITE3-COLUMN-INT64
    FUNCTION SQLITE3-COLUMN-INT
    FUNCTION SQLITE3-COLUMN-TEXT
    FUNCTION SQLITE3-COLUMN-DECIMAL
    FUNCTION SQLITE3-COBOL-TO-DATE
    FUNCTION SQLITE3-DATE-TO-COBOL
    FUNCTION BUSINESS-DATE-GET
    FUNCTION ABA-CHECK
    FUNCTION INTERFACE-REGISTER
    FUNCTION REPORT-REGISTER
    FUNCTION ARGPARSE-GET-FLAG
    function all intrinsic.

    input-output section.
    file-control.
        select ach-file assign to ach-file-name
            organization line sequential.
        select check-file assign to check-file-name
            organization line sequential.

data division.
file section.
fd  ach-file.
01  ach-record pic x(94).
fd  check-file.
01  check-line pic x(80).

working-storage section.
    01 db-file-name pic x(256).
    01 ach-file-name pic x(256) value "ACHPPD01.ach".
    01 check-file-name pic x(256) value "ach-checks.prt".
    01 flag-found pic 9.
    01 flag-value pic x(256).
    01 operator-id pic x(20) value "ach-payment".
    01 odfi-routing pic x(9) value spaces.
    01 dest-routing pic x(9) value spaces.
    01 company-id pic x(10) value spaces.
    01 company-name pic x(16) value "PAYROLL".
    01 dest-name pic x(23) value spaces.
    01 origin-name pic x(23) value spaces.
    01 prenote-days pic 9(3) value 10.
    01 rebuild-flag pic x value "N".
        88 REBUILD-PERIOD value "Y" "y".
    01 reissue-void-id pic 9(9) value 0.
        88 REISSUE-RUN value 1 thru 999999999.
    01 reissue-finished pic s9(9) comp value 0.
    01 reissue-paid-here pic s9(9) comp value 0.
    01 reissue-paid-period pic s9(9) comp value 0.
    01 void-person-id pic s9(9) comp value 0.
    01 awaiting-reissue pic s9(9) comp value 0.
    01 reissue-disp pic z(8)9.
    01 aba-ok pic 9.

    01 db-handle        PIC 9(18) COMP.
    01 db-status pic s9(9) comp.
    01 error-message pic x(256).
    01 bool pic 9.

    01 person-stmt        PIC 9(18) COMP.
    01 redefines person-stmt.
        05 person-stmt-object-ptr usage pointer.
    01 acct-stmt        PIC 9(18) COMP.
    01 redefines acct-stmt.
        05 acct-stmt-object-ptr usage pointer.
    01 stmt-handle        PIC 9(18) COMP.
    01 step-result pic s9(9) comp.
        88  SQLITE_ROW value is 100.
    01 person-step-result pic s9(9) comp.
        88  PERSON_ROW value is 100.
    01 acct-step-result pic s9(9) comp.
        88  ACCT_ROW value is 100.
    01 col-idx pic s9(9) comp.
    01 bind-param-1 pic s9(9) comp value 1.
    01 bind-param-2 pic s9(9) comp value 2.
    01 bind-param-3 pic s9(9) comp value 3.
    01 bind-param-4 pic s9(9) comp value 4.
    01 bind-param-5 pic s9(9) comp value 5.
    01 bind-param-6 pic s9(9) comp value 6.
    01 bind-param-7 pic s9(9) comp value 7.
    01 bind-param-8 pic s9(9) comp value 8.
    01 bind-person-id pic s9(9) comp.
    01 bind-account-id pic s9(9) comp.

    01 business-date pic 9(8).
    01 business-date-iso pic x(10).
    01 period-date pic 9(8) value 0.
    01 period-date-iso pic x(10).
    01 pay-date-iso pic x(10) value spaces.
    01 effective-date pic 9(8).
    01 prenote-cutoff-iso pic x(10).
    01 prior-entry-count pic s9(9) comp.
    01 held-count pic s9(9) comp.
    01 promoted-count pic s9(9) comp value 0.
    01 sql-text pic x(1024).
    01 now-stamp pic x(21).
    01 created-ts pic x(26).

    *> one paid person and one of their accounts
    01 out-id    PIC 9(18) COMP.
    01 out-first pic x(20).
    01 out-last  pic x(20).
    01 out-net   pic s9(9)v99 comp-3.
    01 acct-id   PIC 9(18) COMP.
    01 acct-id-disp pic 9(9).
    01 acct-routing pic x(9).
    01 acct-number pic x(17).
    01 acct-type pic x(2).
    01 acct-split-type pic x(2).
    01 acct-split-amount pic s9(9)v99 comp-3.
    01 acct-prenote-status pic x(2).
    01 person-name pic x(42).

    *> the split arithmetic for one person
    01 remaining-net pic s9(9)v99 comp-3.
    01 deposit-amount pic s9(9)v99 comp-3.
    01 account-count pic s9(9) comp.
    01 live-count pic s9(9) comp.
    01 check-reason pic x(24).
    01 entry-type pic x.
    01 amount-edit pic -9(9).99.

    *> NACHA record layouts, 94 characters each
    01 file-header-rec.
        05 fh-type pic x value "1".
        05 fh-priority pic xx value "01".
        05 fh-dest pic x(10).
        05 fh-origin pic x(10).
        05 fh-create-date pic x(6).
        05 fh-create-time pic x(4).
        05 fh-id-modifier pic x value "A".
        05 fh-record-size pic x(3) value "094".
        05 fh-blocking pic xx value "10".
        05 fh-format pic x value "1".
        05 fh-dest-name pic x(23).
        05 fh-origin-name pic x(23).
        05 fh-reference pic x(8) value spaces.
    01 batch-header-rec.
        05 bh-type pic x value "5".
        05 bh-service-class pic x(3) value "220".
        05 bh-company-name pic x(16).
        05 bh-discretionary pic x(20) value spaces.
        05 bh-company-id pic x(10).
        05 bh-sec-code pic x(3) value "PPD".
        05 bh-entry-desc pic x(10) value "PAYROLL".
        05 bh-desc-date pic x(6).
        05 bh-effective-date pic x(6).
        05 bh-settlement pic x(3) value spaces.
        05 bh-originator-status pic x value "1".
        05 bh-odfi pic x(8).
        05 bh-batch-no pic 9(7) value 1.
    01 entry-rec.
        05 en-type pic x value "6".
        05 en-tran-code pic xx.
        05 en-rdfi pic x(8).
        05 en-check-digit pic x.
        05 en-account pic x(17).
        05 en-amount pic 9(10).
        05 en-individual-id pic x(15).
        05 en-name pic x(22).
        05 en-discretionary pic xx value spaces.
        05 en-addenda pic x value "0".
        05 en-trace.
            10 en-trace-odfi pic x(8).
            10 en-trace-seq pic 9(7).
    01 batch-control-rec.
        05 bc-type pic x value "8".
        05 bc-service-class pic x(3) value "220".
        05 bc-entry-count pic 9(6).
        05 bc-entry-hash pic 9(10).
        05 bc-debit pic 9(12).
        05 bc-credit pic 9(12).
        05 bc-company-id pic x(10).
        05 bc-auth-code pic x(19) value spaces.
        05 bc-reserved pic x(6) value spaces.
        05 bc-odfi pic x(8).
        05 bc-batch-no pic 9(7) value 1.
    01 file-control-rec.
        05 fc-type pic x value "9".
        05 fc-batch-count pic 9(6) value 1.
        05 fc-block-count pic 9(6).
        05 fc-entry-count pic 9(8).
        05 fc-entry-hash pic 9(10).
        05 fc-debit pic 9(12).
        05 fc-credit pic 9(12).
        05 fc-reserved pic x(39) value spaces.
    01 block-filler-rec pic x(94) value all "9".

    01 yymmdd-work pic 9(8).
    01 redefines yymmdd-work.
        05 filler pic xx.
        05 yymmdd-text pic x(6).

    *> control totals
    01 entry-count pic 9(9) value 0.
    01 prenote-count pic 9(9) value 0.
    01 record-total pic 9(9) value 0.
    01 entry-hash-sum pic 9(18) value 0.
    01 entry-hash pic 9(10).
    01 rdfi-number pic 9(8).
    01 credit-cents pic 9(12) value 0.
    01 ach-dollars pic s9(11)v99 comp-3 value 0.
    01 check-count pic 9(9) value 0.
    01 check-dollars pic s9(11)v99 comp-3 value 0.
    01 reg-record-count pic s9(9) comp.
    01 hash-total-text pic x(16).
    01 interface-bool pic 9.
    01 cbl-status pic s9(9) comp.
    01 audit-bool pic 9.
    01 audit-note pic x(200).
    01 rows-changed pic s9(9) comp.

    01 registry-params pic x(200).
    01 registry-bool pic 9.
    01 registry-pages pic s9(9) comp.
    01 registry-lines pic s9(9) comp.

    01 check-hdr-1.
        05 filler pic x(30) value "ACH PAYMENT -- CHECK LIST".
        05 filler pic x(15) value "PERIOD ENDING ".
        05 ch-period pic x(10).
    01 check-hdr-2.
        05 filler pic x(11) value "PERSON ID".
        05 filler pic x(31) value "NAME".
        05 filler pic x(14) value "CHECK AMOUNT".
        05 filler pic x(24) value "REASON".
    01 check-detail.
        05 cd-id pic zzzzzzzz9.
        05 filler pic xx value spaces.
        05 cd-name pic x(30).
        05 filler pic x value space.
        05 cd-amount pic zzz,zzz,zz9.99.
        05 filler pic xx value spaces.
        05 cd-reason pic x(24).
    01 check-total.
        05 filler pic x(20) value "CHECKS TO PRINT: ".
        05 ct-count pic zzzzzzzz9.
        05 filler pic x(13) value spaces.
        05 ct-amount pic zzz,zzz,zz9.99.

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
        move flag-value to ach-file-name
    end-if.
    move ARGPARSE-GET-FLAG("checks", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to check-file-name
    end-if.
    move ARGPARSE-GET-FLAG("period", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to period-date
    end-if.
    move ARGPARSE-GET-FLAG("op", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to operator-id
    end-if.
    move ARGPARSE-GET-FLAG("odfi", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to odfi-routing
    end-if.
    move ARGPARSE-GET-FLAG("dest", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to dest-routing
    else
        move odfi-routing to dest-routing
    end-if.
    move ARGPARSE-GET-FLAG("company-id", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value to company-id
    end-if.
    move ARGPARSE-GET-FLAG("company-name", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to company-name
    end-if.
    move company-name to origin-name.
    move ARGPARSE-GET-FLAG("dest-name", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to dest-name
    end-if.
    move ARGPARSE-GET-FLAG("origin-name", flag-value) to flag-found.
    if flag-found = 1 then
        move upper-case(flag-value) to origin-name
    end-if.
    move ARGPARSE-GET-FLAG("prenote-days", flag-value) to flag-found.
    if flag-found = 1 then
        move numval(trim(flag-value)) to prenote-days
    end-if.
    move ARGPARSE-GET-FLAG("rebuild", flag-value) to flag-found.
    if flag-found = 1 then
        move flag-value(1:1) to rebuild-flag
    end-if.
    move ARGPARSE-GET-FLAG("reissue", flag-value) to flag-found.
    if flag-found = 1 then
        if trim(flag-value) is not numeric then
            display "ach-payment: -reissue is the pay_void id pay-void reported"
            move 1 to return-code
            stop run
        end-if
        move numval(trim(flag-value)) to reissue-void-id
    end-if.

    *> the bank identities go in every record: refuse to build a file
    *> the bank would reject on its first line
    move ABA-CHECK(odfi-routing) to aba-ok.
    if aba-ok not = 1 then
        display "ach-payment: -odfi ", trim(odfi-routing), " is not a valid routing number"
        move 1 to return-code
        stop run
    end-if.
    move ABA-CHECK(dest-routing) to aba-ok.
    if aba-ok not = 1 then
        display "ach-payment: -dest ", trim(dest-routing), " is not a valid routing number"
        move 1 to return-code
        stop run
    end-if.
    if company-id = spaces then
        display "ach-payment: -company-id (the originator id the bank assigned) is required"
        move 1 to return-code
        stop run
    end-if.

    move SQLITE3-OPEN(db-file-name, db-handle) to db-status.
    if db-status not = 0 then
        display "ach-payment: could not open ", trim(db-file-name)
        move 1 to return-code
        stop run
    end-if.
    move spaces to sql-text.
    string
        "create table if not exists person_bank_account (id INTEGER PRIMARY KEY AUTOINCREMENT, person_id integer, routing_no text, account_no text, acct_type text, split_seq integer, "
        "split_type text, split_amount numeric, prenote_status text default 'P', prenote_date text, active integer default 1, added_by text, added_ts text)"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-EXEC-MSG(db-handle,
        "create table if not exists ach_payment (id INTEGER PRIMARY KEY AUTOINCREMENT, period_date text, person_id integer, account_id integer, entry_type text, amount numeric, trace_no text, file_name text, created_ts text)",
        error-message) to db-status.

    move BUSINESS-DATE-GET(db-handle) to business-date.
    move SQLITE3-COBOL-TO-DATE(business-date) to business-date-iso.
    if REISSUE-RUN then
        perform load-reissue-void
        if void-person-id = 0 then
            display "ach-payment: no pay_void ", reissue-void-id
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        if reissue-finished not = 1 then
            display "ach-payment: void ", reissue-void-id,
                " has no finished reissue -- deduction-register -reissue first"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
    end-if.
    if period-date = 0 then
        perform find-latest-period
    end-if.
    if period-date = 0 then
        display "ach-payment: no stored net pay -- run deduction-register first"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    move SQLITE3-COBOL-TO-DATE(period-date) to period-date-iso.
    perform find-pay-date.
    if pay-date-iso = spaces or REISSUE-RUN then
        move business-date to effective-date
    else
        move SQLITE3-DATE-TO-COBOL(pay-date-iso) to effective-date
    end-if.

    perform check-variance-hold.
    if held-count > 0 then
        display "ach-payment: period ", period-date, " is ON HOLD for payroll variances --"
        display "ach-payment: a supervisor must clear them (payroll-variance -clear Y) before release"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    if REISSUE-RUN then
        if reissue-paid-period > 0 then
            display "ach-payment: void ", reissue-void-id,
                " was paid its reissue on the period's own file -- nothing to send"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
        if reissue-paid-here > 0 and not REBUILD-PERIOD then
            display "ach-payment: void ", reissue-void-id, " already has ",
                reissue-paid-here, " reissue entr(ies) --"
            display "ach-payment: re-send the registered file with interface-control, or -rebuild Y"
            move SQLITE3-CLOSE(db-handle) to db-status
            move 1 to return-code
            stop run
        end-if
    end-if.
    perform check-prior-file.
    if prior-entry-count > 0 and not REBUILD-PERIOD and not REISSUE-RUN then
        display "ach-payment: period ", period-date, " already has ", prior-entry-count,
            " ACH entr(ies) -- re-send the registered file with interface-control,"
        display "ach-payment: or use -rebuild Y only if the bank rejected the whole file"
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    display "ACH-PAYMENT for period ending ", period-date, ", effective ", effective-date.
    if REISSUE-RUN then
        move reissue-void-id to reissue-disp
        display "ach-payment: reissue of void ", trim(reissue-disp)
    end-if.

    move SQLITE3-BEGIN(db-handle) to db-status.
    if REISSUE-RUN then
        if reissue-paid-here > 0 then
            perform clear-prior-reissue
        end-if
    else
        if prior-entry-count > 0 then
            perform clear-prior-file
        end-if
    end-if.
    perform promote-aged-prenotes.

    move current-date to now-stamp.
    move current-date to created-ts.
    open output ach-file.
    open output check-file.
    perform write-ach-headers.
    move period-date-iso to ch-period.
    write check-line from check-hdr-1.
    move spaces to check-line.
    write check-line.
    write check-line from check-hdr-2.

    if REISSUE-RUN then
        move SQLITE3-STMT-OPEN(db-handle,
            "select v.person_id, p.first_name, p.last_name, coalesce(v.reissue_net, 0) from pay_void v join person p on p.id = v.person_id where v.id = ?1",
            person-stmt) to db-status
    else
        perform count-awaiting-reissue
        *> a voided period pays its finished reissue, not the original;
        *> one a "-reissue" file has already paid is left off
        move spaces to sql-text
        string "select n.person_id, p.first_name, p.last_name, case when v.id is null then n.net_amount else coalesce(v.reissue_net, 0) end "
            "from net_pay n join person p on p.id = n.person_id "
            "left join pay_void v on v.person_id = n.person_id and v.period_date = n.period_date "
            "where n.period_date = ?1 and (v.id is null or (v.reissue_flag = 1 and not exists (select 1 from ach_payment a "
            "where a.person_id = n.person_id and a.period_date = n.period_date and a.entry_type = 'R'))) order by n.person_id"
            delimited by size into sql-text
        end-string
        move SQLITE3-STMT-OPEN(db-handle, sql-text, person-stmt) to db-status
        if db-status not = 0 then
            *> no void ever taken: pay_void does not exist yet
            move SQLITE3-STMT-OPEN(db-handle,
                "select n.person_id, p.first_name, p.last_name, n.net_amount from net_pay n join person p on p.id = n.person_id where n.period_date = ?1 order by n.person_id",
                person-stmt) to db-status
        end-if
    end-if.
    if db-status not = 0 then
        display "ach-payment: net pay select failed, status ", db-status
        close ach-file
        close check-file
        move SQLITE3-CLOSE(db-handle) to db-status
        move 1 to return-code
        stop run
    end-if.
    if REISSUE-RUN then
        move reissue-void-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(person-stmt, bind-param-1, bind-person-id) to db-status
    else
        move SQLITE3-STMT-BIND-TEXT(person-stmt, bind-param-1, period-date-iso) to db-status
    end-if.
    move SQLITE3-STMT-STEP(person-stmt) to person-step-result.
    perform until not PERSON_ROW
        move 0 to col-idx
        move SQLITE3-COLUMN-INT64(person-stmt,col-idx) to out-id
        move 1 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-first) to bool
        move 2 to col-idx
        move SQLITE3-COLUMN-TEXT(person-stmt,col-idx,out-last) to bool
        move 3 to col-idx
        move SQLITE3-COLUMN-DECIMAL(person-stmt,col-idx) to out-net
        perform pay-one-person
        move SQLITE3-STMT-STEP(person-stmt) to person-step-result
    end-perform.
    move SQLITE3-STMT-CLOSE(person-stmt) to db-status.

    perform write-ach-controls.
    close ach-file.
    move check-count to ct-count.
    move check-dollars to ct-amount.
    move spaces to check-line.
    write check-line.
    write check-line from check-total.
    close check-file.
    move SQLITE3-COMMIT(db-handle) to db-status.

    *> the file is leaving the building: register it with its entry
    *> count and entry hash so interface-control can answer for it.  A
    *> file with no entries would only be rejected -- it isn't kept.
    if entry-count > 0 then
        move entry-count to reg-record-count
        move entry-hash to hash-total-text
        move INTERFACE-REGISTER(db-handle, "NACHA-PPD", ach-file-name,
            business-date, reg-record-count, hash-total-text) to interface-bool
    else
        call "CBL_DELETE_FILE" using ach-file-name
            returning cbl-status
        end-call
        display "ach-payment: no deposits this period -- no ACH file written"
    end-if.
    perform register-check-list.

    move spaces to audit-note.
    string "ach-payment period " period-date-iso " entries " entry-count
        " prenotes " prenote-count " checks " check-count
        into audit-note
    end-string.
    if REISSUE-RUN then
        string trim(audit-note) " reissue of void " trim(reissue-disp)
            delimited by size into audit-note
        end-string
    end-if.
    move entry-count to rows-changed.
    move 0 to db-status.
    move SQLITE3-AUDIT-LOG(db-handle, audit-note, operator-id, db-status, rows-changed) to audit-bool.
    move SQLITE3-CLOSE(db-handle) to db-status.

    display "ach-payment: ", entry-count, " entr(ies) (", prenote-count,
        " prenote) totalling ", ach-dollars, " in ", trim(ach-file-name).
    display "ach-payment: ", promoted-count, " account(s) went live after prenote".
    display "ach-payment: ", check-count, " check(s) totalling ", check-dollars,
        " in ", trim(check-file-name).
    if awaiting-reissue > 0 then
        display "ach-payment: ", awaiting-reissue,
            " voided pay(s) awaiting reissue -- not paid"
    end-if.
    move 0 to return-code.
    stop run.

find-latest-period.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(max(period_date), '') from net_pay",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-date-iso) to bool
            if trim(period-date-iso) not = space then
                move SQLITE3-DATE-TO-COBOL(period-date-iso) to period-date
            end-if
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

find-pay-date.
    move spaces to pay-date-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(pay_date, '') from pay_period where start_date <= ? and end_date >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,pay-date-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

check-prior-file.
    move 0 to prior-entry-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from ach_payment where period_date = ? and entry_type <> 'R'",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to prior-entry-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
        move 0 to db-status
    end-if.

*> the pre-release hold payroll-variance sets on the period's
*> pay_run_control row (a database without the column holds nothing)
check-variance-hold.
    move 0 to held-count.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_run_control r join pay_period p on p.period_no = r.period_no where r.hold_flag = 1 and p.start_date <= ? and p.end_date >= ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-2, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to held-count
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

clear-prior-file.
    move spaces to sql-text.
    string "delete from ach_payment where period_date = '" period-date-iso "' and entry_type <> 'R'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.
    display "ach-payment: rebuild -- cleared ", rows-changed, " prior entr(ies)".

*> a rejected reissue file: only that void's own 'R' entries go
clear-prior-reissue.
    move void-person-id to bind-person-id.
    move bind-person-id to acct-id-disp.
    move spaces to sql-text.
    string "delete from ach_payment where period_date = '" period-date-iso
        "' and person_id = " acct-id-disp " and entry_type = 'R'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to rows-changed.
    move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool.
    display "ach-payment: rebuild -- cleared ", rows-changed, " prior reissue entr(ies)".

*> the void a "-reissue" run pays: its person and period, whether
*> deduction-register finished the reissue, and whether it has been
*> paid -- by an earlier reissue file, or by the period's own file
*> built after the reissue was finished
load-reissue-void.
    move 0 to void-person-id reissue-finished reissue-paid-here reissue-paid-period.
    move spaces to sql-text.
    string "select v.person_id, v.period_date, coalesce(v.reissue_flag, 0), "
        "(select count(*) from ach_payment a where a.person_id = v.person_id and a.period_date = v.period_date and a.entry_type = 'R'), "
        "(select count(*) from ach_payment a where a.person_id = v.person_id and a.period_date = v.period_date and a.entry_type = 'C' "
        "and a.created_ts >= coalesce(v.reissue_ts, '')) from pay_void v where v.id = ?1"
        delimited by size into sql-text
    end-string.
    move SQLITE3-STMT-OPEN(db-handle, sql-text, stmt-handle) to db-status.
    if db-status = 0 then
        move reissue-void-id to bind-person-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to void-person-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,period-date-iso) to bool
            move SQLITE3-DATE-TO-COBOL(period-date-iso) to period-date
            move 2 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to reissue-finished
            move 3 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to reissue-paid-here
            move 4 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to reissue-paid-period
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

count-awaiting-reissue.
    move 0 to awaiting-reissue.
    move SQLITE3-STMT-OPEN(db-handle,
        "select count(*) from pay_void where period_date = ?1 and coalesce(reissue_flag, 0) <> 1",
        stmt-handle) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-INT(stmt-handle,col-idx) to awaiting-reissue
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    move 0 to db-status.

*> a prenote sent "-prenote-days" ago with no return keyed against it
*> has proved the account: it takes live money from this run on
promote-aged-prenotes.
    move spaces to prenote-cutoff-iso.
    move SQLITE3-STMT-OPEN(db-handle,
        "select date(?, '-' || ? || ' days')",
        stmt-handle) to db-status.
    if db-status = 0 then
        move prenote-days to bind-person-id
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, business-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,prenote-cutoff-iso) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.
    if prenote-cutoff-iso = spaces then
        exit paragraph
    end-if.
    move spaces to sql-text.
    string "update person_bank_account set prenote_status = 'L' where active = 1 and prenote_status = 'S' and prenote_date <= '"
        prenote-cutoff-iso "'"
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.
    move SQLITE3-CHANGES(db-handle) to promoted-count.
    if promoted-count > 0 then
        move promoted-count to rows-changed
        move SQLITE3-AUDIT-LOG(db-handle, sql-text, operator-id, db-status, rows-changed) to audit-bool
    end-if.

write-ach-headers.
    move spaces to fh-dest.
    move dest-routing to fh-dest(2:9).
    move spaces to fh-origin.
    move company-id to fh-origin.
    move now-stamp(3:6) to fh-create-date.
    move now-stamp(9:4) to fh-create-time.
    move dest-name to fh-dest-name.
    move origin-name to fh-origin-name.
    write ach-record from file-header-rec.
    move company-name to bh-company-name.
    move company-id to bh-company-id.
    move effective-date to yymmdd-work.
    move yymmdd-text to bh-desc-date.
    move yymmdd-text to bh-effective-date.
    move odfi-routing(1:8) to bh-odfi.
    write ach-record from batch-header-rec.
    move 2 to record-total.

*> net pay across the person's active accounts: fixed splits in
*> sequence, then the remainder account; prenote accounts get their
*> zero-dollar entry instead of money; whatever is left is a check
pay-one-person.
    move out-net to remaining-net.
    if remaining-net < 0 then
        move 0 to remaining-net
    end-if.
    move 0 to account-count.
    move 0 to live-count.
    move out-id to bind-person-id.
    move spaces to person-name.
    string trim(out-first) " " trim(out-last) into person-name end-string.
    move SQLITE3-STMT-OPEN(db-handle,
        "select id, routing_no, account_no, acct_type, split_type, coalesce(split_amount, 0), coalesce(prenote_status, 'P') from person_bank_account where active = 1 and person_id = ? order by case when split_type = 'R' then 1 else 0 end, split_seq, id",
        acct-stmt) to db-status.
    if db-status = 0 then
        move SQLITE3-STMT-BIND-INT(acct-stmt, bind-param-1, bind-person-id) to db-status
        move SQLITE3-STMT-STEP(acct-stmt) to acct-step-result
        perform until not ACCT_ROW
            move 0 to col-idx
            move SQLITE3-COLUMN-INT64(acct-stmt,col-idx) to acct-id
            move 1 to col-idx
            move SQLITE3-COLUMN-TEXT(acct-stmt,col-idx,acct-routing) to bool
            move 2 to col-idx
            move SQLITE3-COLUMN-TEXT(acct-stmt,col-idx,acct-number) to bool
            move 3 to col-idx
            move SQLITE3-COLUMN-TEXT(acct-stmt,col-idx,acct-type) to bool
            move 4 to col-idx
            move SQLITE3-COLUMN-TEXT(acct-stmt,col-idx,acct-split-type) to bool
            move 5 to col-idx
            move SQLITE3-COLUMN-DECIMAL(acct-stmt,col-idx) to acct-split-amount
            move 6 to col-idx
            move SQLITE3-COLUMN-TEXT(acct-stmt,col-idx,acct-prenote-status) to bool
            add 1 to account-count
            evaluate acct-prenote-status(1:1)
                when "P"
                    perform send-prenote
                when "L"
                    add 1 to live-count
                    if acct-split-type(1:1) = "F" then
                        if acct-split-amount < remaining-net then
                            move acct-split-amount to deposit-amount
                        else
                            move remaining-net to deposit-amount
                        end-if
                    else
                        move remaining-net to deposit-amount
                    end-if
                    if deposit-amount > 0 then
                        perform send-deposit
                        subtract deposit-amount from remaining-net
                    end-if
                when other
                    continue
            end-evaluate
            move SQLITE3-STMT-STEP(acct-stmt) to acct-step-result
        end-perform
        move SQLITE3-STMT-CLOSE(acct-stmt) to db-status
    end-if.
    if remaining-net > 0 then
        evaluate true
            when account-count = 0
                move "NO ACCOUNT ON FILE" to check-reason
            when live-count = 0
                move "PRENOTE PENDING" to check-reason
            when other
                move "NO REMAINDER ACCOUNT" to check-reason
        end-evaluate
        move out-id to cd-id
        move person-name to cd-name
        move remaining-net to cd-amount
        move check-reason to cd-reason
        write check-line from check-detail
        add 1 to check-count
        add remaining-net to check-dollars
    end-if.

send-prenote.
    if acct-type(1:1) = "S" then
        move "33" to en-tran-code
    else
        move "23" to en-tran-code
    end-if.
    move 0 to deposit-amount.
    move "P" to entry-type.
    perform write-entry.
    add 1 to prenote-count.
    move acct-id to acct-id-disp.
    move spaces to sql-text.
    string "update person_bank_account set prenote_status = 'S', prenote_date = '" business-date-iso
        "' where id = " acct-id-disp
        into sql-text
    end-string.
    move SQLITE3-EXEC-MSG(db-handle, sql-text, error-message) to db-status.

send-deposit.
    if acct-type(1:1) = "S" then
        move "32" to en-tran-code
    else
        move "22" to en-tran-code
    end-if.
    if REISSUE-RUN then
        move "R" to entry-type
    else
        move "C" to entry-type
    end-if.
    perform write-entry.
    add deposit-amount to ach-dollars.

*> one entry detail: the trace number is our bank's eight digits and
*> the entry sequence, and it rides into ach_payment with the amount
write-entry.
    add 1 to entry-count.
    move acct-routing(1:8) to en-rdfi.
    move acct-routing(9:1) to en-check-digit.
    move acct-number to en-account.
    compute en-amount = deposit-amount * 100.
    move spaces to en-individual-id.
    move out-id to en-individual-id(1:9).
    move upper-case(person-name) to en-name.
    move odfi-routing(1:8) to en-trace-odfi.
    move entry-count to en-trace-seq.
    write ach-record from entry-rec.
    add 1 to record-total.
    move acct-routing(1:8) to rdfi-number.
    add rdfi-number to entry-hash-sum.
    add en-amount to credit-cents.

    move deposit-amount to amount-edit.
    move SQLITE3-STMT-OPEN(db-handle,
        "insert into ach_payment (period_date, person_id, account_id, entry_type, amount, trace_no, file_name, created_ts) values (?, ?, ?, ?, ?, ?, ?, ?)",
        stmt-handle) to db-status.
    if db-status = 0 then
        move acct-id to bind-account-id
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-1, period-date-iso) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-2, bind-person-id) to db-status
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-3, bind-account-id) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-4, entry-type) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-5, trim(amount-edit)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-6, en-trace) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-7, trim(ach-file-name)) to db-status
        move SQLITE3-STMT-BIND-TEXT(stmt-handle, bind-param-8, created-ts) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

*> entry hash is the sum of the eight-digit receiving bank numbers,
*> kept to its low ten digits; credits only, so debits are zero
write-ach-controls.
    move entry-hash-sum to entry-hash.
    move entry-count to bc-entry-count.
    move entry-hash to bc-entry-hash.
    move 0 to bc-debit.
    move credit-cents to bc-credit.
    move company-id to bc-company-id.
    move odfi-routing(1:8) to bc-odfi.
    write ach-record from batch-control-rec.
    add 2 to record-total.
    compute fc-block-count = (record-total + 9) / 10.
    move entry-count to fc-entry-count.
    move entry-hash to fc-entry-hash.
    move 0 to fc-debit.
    move credit-cents to fc-credit.
    write ach-record from file-control-rec.
    perform until function mod(record-total, 10) = 0
        write ach-record from block-filler-rec
        add 1 to record-total
    end-perform.

register-check-list.
    move spaces to registry-params.
    string "-db " trim(db-file-name) " -period " period-date
        " -checks " trim(check-file-name)
        into registry-params
    end-string.
    move 1 to registry-pages.
    compute registry-lines = check-count + 5.
    move REPORT-REGISTER(db-handle, "ach-checks", registry-params,
        business-date, check-file-name, registry-pages, registry-lines,
        "COMPLETE") to registry-bool.

end program ach-payment.
