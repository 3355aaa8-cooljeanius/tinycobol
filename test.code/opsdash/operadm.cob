*          show every operator and their level (passwords never).
*      operadm ADD <id> <level>
*          add an operator; prompts for the new password twice.
*          The operator goes on file disabled (level 0) and the
*          level waits for a second supervisor, as LEVEL does.
*      operadm LEVEL <id> <level>
*          ask for an operator's level to be raised or changed;
*          the change is filed on the pending-approval register
*          through pendchk and takes effect only when a different
*          supervisor (never the operator concerned) approves it
*          with pendappr.
*      operadm DISABLE <id>
*          set the operator's level to 0 -- opersign refuses a
*          level-0 operator everywhere at once. The record stays,
*          so the audit trail of their past sign-ons keeps its
*          meaning. Immediate -- taking rights away needs no
*          second pair of eyes -- and any level change still
*          waiting for the operator is withdrawn.
*      operadm PASSWD <id>
*          change an operator's password; prompts twice.
*
*    opersign subroutine first -- except the very first ADD on a
*    box with no operators.dat at all, which runs open with a
*    warning so a fresh installation can create its first
*    supervisor, at the level asked for: there is nobody yet to
*    approve it. Likewise, while fewer than two supervisors
*    (level 3) are on file a level is granted at once, with a
*    warning, since no second one exists to approve it. Changes
*    rewrite through the write-new-then-mv
*    pattern, and every decision lands in operadm.log with who
*    made it (never the password).
*
 77  again-password  pic x(8).
 77  file-end-flag   pic x.
 77  found-flag      pic x.
 77  supervisor-count pic 9(3) comp.
 77  adm-action      pic x(8).
 77  rewrite-command pic x(60)
    value "mv operators.dat.new operators.dat".
 77  ws-date         pic 9(8).
 77  ws-time         pic 9(8).
 77  ws-timestamp    pic x(17).
 77  pend-action     pic x(8).
 77  pend-kind       pic x(8) value "OPLEVEL".
 77  pend-key        pic x(20).
 77  pend-value      pic x(40).
 77  pend-result     pic x.
 77  pend-request-id pic 9(6).

 PROCEDURE DIVISION.
 000-MAIN.
    evaluate adm-mode
        when "LIST"    perform 100-LIST-OPERATORS
        when "ADD"     perform 300-ADD-OPERATOR
        when "LEVEL"   perform 350-CHANGE-LEVEL
        when "DISABLE" perform 400-DISABLE-OPERATOR
        when "PASSWD"  perform 500-CHANGE-PASSWORD
        when other
            display "operadm: use LIST, ADD <id> <level>, "
                "LEVEL <id> <level>, DISABLE <id> or PASSWD <id>"
            move 8 to return-code
    end-evaluate
    stop run.
    move spaces to operator-record
    move target-id     to opr-id
    move new-password  to opr-password
    if admin-id = "*FIRST*" or supervisor-count < 2
        move target-level to opr-level
    else
        move 0 to opr-level
    end-if
    write operator-record
    close operator-file
    move "ADD" to adm-action
    perform 700-LOG-DECISION
    if admin-id = "*FIRST*" or supervisor-count < 2
        if admin-id not = "*FIRST*"
            display "operadm: fewer than two supervisors on file "
                "-- level granted without a second approval"
        end-if
        display "operadm: " target-id " added at level "
            target-level
    else
        display "operadm: " target-id " added, disabled until "
            "the level is approved"
        perform 800-REQUEST-LEVEL
    end-if.

* A level is never granted on one supervisor's word: the change is
* filed for a second one to approve through pendappr.
 350-CHANGE-LEVEL.
    if target-id = spaces or level-parm (1:1) not numeric
        display "operadm: LEVEL needs <id> and <level 1-3>"
        move 8 to return-code
        stop run
    end-if
    move level-parm (1:1) to target-level
    if target-level < 1 or target-level > 3
        display "operadm: level must be 1, 2 or 3 -- DISABLE "
            "takes an operator's rights away"
        move 8 to return-code
        stop run
    end-if
    perform 200-SIGN-ON-ADMIN
    if admin-id = "*FIRST*"
        display "operadm: no operators.dat on file"
        move 8 to return-code
        stop run
    end-if
    perform 600-CHECK-EXISTS
    if found-flag not = "Y"
        display "operadm: " target-id " is not on file"
        move 8 to return-code
        stop run
    end-if
    if supervisor-count < 2
        display "operadm: fewer than two supervisors on file "
            "-- level granted without a second approval"
        perform 650-REWRITE-ONE-OPERATOR
        move "LEVEL" to adm-action
        perform 700-LOG-DECISION
        display "operadm: " target-id " now at level "
            target-level
    else
        perform 800-REQUEST-LEVEL
    end-if.

 400-DISABLE-OPERATOR.
    if target-id = spaces
    else
        move "DISABLE" to adm-action
        perform 700-LOG-DECISION
        move "WITHDRAWN" to pend-action
        move target-id to pend-key
        move spaces to pend-value
        call "pendchk" using pend-action pend-kind pend-key
            pend-value admin-id pend-result pend-request-id
        if pend-result = "C"
            display "operadm: level change request "
                pend-request-id " withdrawn"
        end-if
        display "operadm: " target-id " disabled everywhere "
            "opersign is consulted"
    end-if.

 600-CHECK-EXISTS.
    move "N" to found-flag
    move zeros to supervisor-count
    open input operator-file
    if operator-fs = "00"
        move "N" to file-end-flag
            if opr-id = target-id
                move "Y" to found-flag
            end-if
            if opr-level = 3
                add 1 to supervisor-count
            end-if
    end-read.

* One pass, one change: target-level 9 means keep the level and
* swap the password in, any other sets the level (0 disables) --
* the rewriting modes share the sift.
 650-REWRITE-ONE-OPERATOR.
    move "N" to found-flag
    open input operator-file
        not at end
            if opr-id = target-id
                move "Y" to found-flag
                if target-level = 9
                    move new-password to opr-password
                else
                    move target-level to opr-level
                end-if
            end-if
            move operator-record to operator-new-record
        delimited by size into admin-log-record
    write admin-log-record
    close admin-log-file.

 800-REQUEST-LEVEL.
    move "REQUEST" to pend-action
    move target-id to pend-key
    move spaces to pend-value
    move target-level to pend-value (1:1)
    call "pendchk" using pend-action pend-kind pend-key
        pend-value admin-id pend-result pend-request-id
    if pend-result = "N"
        move "REQLEVEL" to adm-action
        perform 700-LOG-DECISION
        display "operadm: level " target-level " for " target-id
            " waits for a second supervisor, request "
            pend-request-id
    else
        display "operadm: a level change for " target-id
            " is already waiting, request " pend-request-id
        move 4 to return-code
    end-if.
