*> keeps its row (status DONE, signer, timestamp) -- the checklist is
*> the evidence the steps happened, so nothing is ever deleted here.
*> offboard-aging.cob reports terminations whose tasks are still open.
*> Every termination also carries a FINAL PAY ISSUED task that can't
*> be signed off here: final-pay signs it off when it posts the final
*> check, so no checklist closes with the last pay still owed.
identification division.
    program-id. offboard-maintenance.
    REMARKS. Interactive offboarding checklist work and sign-off screen.
sign-off-task.
    display "task id to sign off: " with no advancing.
    accept in-task-id.
    perform get-task-name.
    if out-task-name = "FINAL PAY ISSUED" then
        display "sign-off refused: task ", in-task-id,
            " is signed off by final-pay when the final check is posted"
        exit paragraph
    end-if.
    move function current-date to timestamp-now.
    move "update offboard_task set task_status = 'DONE', signed_by = ?, signed_ts = ? where id = ? and task_status = 'OPEN'"
        to sql-text.
        display "sign-off failed, status ", db-status
    end-if.

*> the final pay item closes only when final-pay posts the check
get-task-name.
    move spaces to out-task-name.
    move SQLITE3-STMT-OPEN(db-handle,
        "select coalesce(task_name, '') from offboard_task where id = ?",
        stmt-handle) to db-status.
    if db-status = 0 then
        move in-task-id to bind-task-id
        move SQLITE3-STMT-BIND-INT(stmt-handle, bind-param-1, bind-task-id) to db-status
        move SQLITE3-STMT-STEP(stmt-handle) to step-result
        if SQLITE_ROW then
            move 0 to col-idx
            move SQLITE3-COLUMN-TEXT(stmt-handle,col-idx,out-task-name) to bool
        end-if
        move SQLITE3-STMT-CLOSE(stmt-handle) to db-status
    end-if.

template-menu.
    move space to tpl-choice.
    perform until tpl-choice = "X" or tpl-choice = "x"
