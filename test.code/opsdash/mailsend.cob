 IDENTIFICATION DIVISION.
 PROGRAM-ID.    mailsend.
 AUTHOR. Rildo Pragana.
* REMARKS.
*    Drains the outbound mail spool through the shop's relay.
*
*      mailsend
*
*    Every program that sends a document or an alert out queues
*    it on mailspool.dat through the shared mailq routine; this
*    is the one program that actually sends. Each WAITING item is
*    handed to mailx with the copy of its attachment taken into
*    mailout/ when it was queued, and marked on the spool:
*
*      SENT    the relay accepted it
*      WAITING the relay refused it or was not there; the attempt
*              is counted and the item goes again next run
*      FAILED  the attempts ran out, or the spooled copy is gone
*
*    mailsend.cfg, when present, sets the relay and the sending
*    address, one setting per line: the keyword in columns 1-8
*    and its value from column 10 --
*
*      RELAY    smtp.host[:port]       (default localhost)
*      FROM     statements@our.shop    (default: mailx's own)
*      ATTEMPTS 5                      (tries before FAILED, 1-99)
*
*    Items already SENT or FAILED are carried over untouched, so
*    the spool stays the full history mailhist reports from. The
*    spool is rewritten through mailspool.dat.new and a mv, as
*    pendchk rewrites its register; run mailsend from the
*    scheduler when nothing is queueing (after the night's
*    producers, before the morning). Every item tried is listed
*    on mailsend.rpt; the run ends with RETURN-CODE 4 when any
*    item was given up as FAILED this run, 0 otherwise.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
    COPY "mailsel.cpy".
    SELECT new-spool-file
         ASSIGN TO "mailspool.dat.new"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS new-spool-fs.
    SELECT config-file
         ASSIGN TO "mailsend.cfg"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS config-fs.
    SELECT send-report-file
         ASSIGN TO "mailsend.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL.

 DATA DIVISION.
 FILE SECTION.
 COPY "mailfd.cpy".

 FD  new-spool-file.
 01  new-spool-record        pic x(427).

 FD  config-file.
 01  config-record.
     05 cf-keyword           pic x(8).
     05 filler               pic x(1).
     05 cf-value             pic x(60).

 FD  send-report-file.
 01  send-report-record      pic x(132).

 WORKING-STORAGE SECTION.
 77  mail-fs         pic xx.
 77  new-spool-fs    pic xx.
 77  config-fs       pic xx.
 77  spool-end-flag  pic x.
 77  config-end-flag pic x.
 77  relay-host      pic x(60) value "localhost".
 77  from-address    pic x(60) value spaces.
 77  max-attempts    pic 9(2) value 5.
 01  attempts-parm.
     05 ap-digits    pic 9(2).
     05 ap-digit-split redefines ap-digits.
        10 ap-digit-1 pic x.
        10 ap-digit-2 pic x.
     05 filler       pic x(58).
 77  now-date        pic 9(8).
 77  now-time        pic 9(8).
 77  now-stamp       pic x(17).
 77  mail-subject    pic x(60).
 77  mail-command    pic x(400).
 77  test-command    pic x(80).
 77  command-ptr     pic 9(3) comp.
 77  rewrite-command pic x(40)
     value "mv mailspool.dat.new mailspool.dat".
 77  tried-count     pic 9(5) comp value zeros.
 77  sent-count      pic 9(5) comp value zeros.
 77  retry-count     pic 9(5) comp value zeros.
 77  failed-count    pic 9(5) comp value zeros.
 77  carried-count   pic 9(5) comp value zeros.
 77  count-dsp       pic zzzz9.
 77  status-word     pic x(7).
 77  fail-flag       pic x value "N".

 PROCEDURE DIVISION.
 000-MAIN.
    accept now-date from date yyyymmdd
    accept now-time from time
    move spaces to now-stamp
    string now-date "-" now-time delimited by size into now-stamp
    perform 100-GET-SETTINGS
    open input mail-spool-file
    if mail-fs not = "00"
        display "mailsend: no mail spool, nothing to send"
        stop run
    end-if
    open output new-spool-file
    if new-spool-fs not = "00"
        display "mailsend: cannot write mailspool.dat.new, "
            "nothing sent"
        close mail-spool-file
        move 8 to return-code
        stop run
    end-if
    open output send-report-file
    move spaces to send-report-record
    string "MAIL SEND RUN " now-stamp " RELAY " relay-host
        delimited by size into send-report-record
    write send-report-record
    move spaces to send-report-record
    write send-report-record
    move "N" to spool-end-flag
    perform 200-WORK-ONE-ITEM until spool-end-flag = "Y"
    close mail-spool-file
    close new-spool-file
    call "SYSTEM" using rewrite-command
    perform 900-WRITE-TOTALS
    close send-report-file
    if fail-flag = "Y"
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    stop run.

 100-GET-SETTINGS.
    open input config-file
    if config-fs = "00"
        move "N" to config-end-flag
        perform 110-READ-ONE-SETTING until config-end-flag = "Y"
        close config-file
    end-if.

 110-READ-ONE-SETTING.
    read config-file
        at end move "Y" to config-end-flag
        not at end
            evaluate cf-keyword
                when "RELAY"
                    if cf-value not = spaces
                        move cf-value to relay-host
                    end-if
                when "FROM"
                    move cf-value to from-address
                when "ATTEMPTS"
                    move cf-value to attempts-parm
                    if ap-digit-1 numeric and ap-digit-2 = space
                        move ap-digit-1 to ap-digit-2
                        move zero to ap-digit-1
                    end-if
                    if ap-digits numeric and ap-digits > 0
                        move ap-digits to max-attempts
                    end-if
                when other
                    continue
            end-evaluate
    end-read.

 200-WORK-ONE-ITEM.
    read mail-spool-file
        at end move "Y" to spool-end-flag
        not at end
            if ms-waiting
                perform 300-SEND-ONE-ITEM
            else
                add 1 to carried-count
            end-if
            write new-spool-record from mail-spool-record
    end-read.

* The spooled copy is what goes; if it has been cleared away
* there is nothing left to attach, and retrying cannot help.
 300-SEND-ONE-ITEM.
    add 1 to tried-count
    move now-stamp to ms-last-try
    move zeros to return-code
    if ms-spool-file not = spaces
        move spaces to test-command
        string "test -r " ms-spool-file
            delimited by size into test-command
        call "SYSTEM" using test-command
    end-if
    if return-code not = 0
        move "F" to ms-status
        move "SPOOLED COPY MISSING" to ms-result
        add 1 to failed-count
        move "Y" to fail-flag
    else
        perform 310-BUILD-MAIL-COMMAND
        call "SYSTEM" using mail-command
        perform 320-RECORD-OUTCOME
    end-if
    perform 400-REPORT-ONE-ITEM.

* The body is a single line naming the item; the document itself
* rides as the attachment. Quotes are blanked from the subject so
* it cannot break out of the shell's quoting.
 310-BUILD-MAIL-COMMAND.
    move ms-subject to mail-subject
    inspect mail-subject replacing all "'" by " "
    inspect mail-subject replacing all '"' by " "
    move spaces to mail-command
    move 1 to command-ptr
    string "echo 'Item " ms-id " from " delimited by size
        ms-source delimited by space
        "' | mailx -S smtp=" delimited by size
        relay-host delimited by space
        into mail-command with pointer command-ptr
    if from-address not = spaces
        string " -r " delimited by size
            from-address delimited by space
            into mail-command with pointer command-ptr
    end-if
    string " -s '" delimited by size
        mail-subject delimited by "  "
        "'" delimited by size
        into mail-command with pointer command-ptr
    if ms-spool-file not = spaces
        string " -a '" delimited by size
            ms-spool-file delimited by space
            "'" delimited by size
            into mail-command with pointer command-ptr
    end-if
    string " '" delimited by size
        ms-address delimited by space
        "' >/dev/null 2>&1" delimited by size
        into mail-command with pointer command-ptr.

 320-RECORD-OUTCOME.
    if return-code = 0
        move "S" to ms-status
        move "SENT THROUGH RELAY" to ms-result
        add 1 to sent-count
    else
        add 1 to ms-attempts
        if ms-attempts >= max-attempts
            move "F" to ms-status
            move "RELAY REFUSED, ATTEMPTS EXHAUSTED" to ms-result
            add 1 to failed-count
            move "Y" to fail-flag
        else
            move "RELAY REFUSED, WILL RETRY" to ms-result
            add 1 to retry-count
        end-if
    end-if.

 400-REPORT-ONE-ITEM.
    evaluate true
        when ms-sent    move "SENT"    to status-word
        when ms-failed  move "FAILED"  to status-word
        when other      move "WAITING" to status-word
    end-evaluate
    move spaces to send-report-record
    string ms-id " " ms-kind " " status-word " " ms-attempts " "
        ms-address " " ms-subject delimited by size
        into send-report-record
    write send-report-record
    move spaces to send-report-record
    string "         " ms-result delimited by size
        into send-report-record
    write send-report-record.

 900-WRITE-TOTALS.
    move spaces to send-report-record
    write send-report-record
    move tried-count to count-dsp
    move spaces to send-report-record
    string "ITEMS TRIED   " count-dsp delimited by size
        into send-report-record
    write send-report-record
    move sent-count to count-dsp
    move spaces to send-report-record
    string "SENT          " count-dsp delimited by size
        into send-report-record
    write send-report-record
    move retry-count to count-dsp
    move spaces to send-report-record
    string "TO RETRY      " count-dsp delimited by size
        into send-report-record
    write send-report-record
    move failed-count to count-dsp
    move spaces to send-report-record
    string "FAILED        " count-dsp delimited by size
        into send-report-record
    write send-report-record
    move carried-count to count-dsp
    move spaces to send-report-record
    string "CARRIED OVER  " count-dsp delimited by size
        into send-report-record
    write send-report-record
    display "mailsend: " tried-count " tried, " sent-count
        " sent, " retry-count " to retry, " failed-count
        " failed".
