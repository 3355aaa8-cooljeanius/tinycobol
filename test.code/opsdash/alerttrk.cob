*          alertack.dat under *ESCAL* -- and alerts raised by
*          this tracker itself are never swept, so no loop. Run
*          the sweep from the scheduler every half hour.
*          Each contact is also sent the escalation by e-mail
*          through the shared mailq routine (mailspool.dat, sent
*          by mailsend): an entry on alertcontacts.dat may be an
*          e-mail address itself or a filedb01 contact name whose
*          e-mail is on file. A contact it cannot be queued for
*          is noted in alertesc.log beside the escalation line.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 77  parse-digit     pic x.
 77  parse-digit-num redefines parse-digit pic 9.
 77  parse-stop-flag pic x.
 77  mail-kind       pic x(8) value "ALERT".
 77  mail-source     pic x(8) value "alerttrk".
 77  mail-vendor     pic x(20) value spaces.
 77  mail-contact    pic x(40).
 77  mail-subject    pic x(60).
 77  mail-attachment pic x(100) value spaces.
 77  mail-spool-id   pic 9(8).
 77  mail-result     pic x.

 PROCEDURE DIVISION.
 000-MAIN.
        not at end
            if contacts-record not = spaces
                perform 570-LOG-ESCALATION-LINE
                perform 580-QUEUE-ESCALATION-MAIL
            end-if
    end-read.

    end-if
    write escalation-log-record
    close escalation-log-file.

 580-QUEUE-ESCALATION-MAIL.
    move contacts-record to mail-contact
    move spaces to mail-subject
    string "ESCALATED " held-stamp " " held-message
        delimited by size into mail-subject
    call "mailq" using mail-kind mail-source mail-vendor
        mail-contact mail-subject mail-attachment mail-spool-id
        mail-result
    if mail-result not = "Q"
        open extend escalation-log-file
        if esclog-fs not = "00"
            open output escalation-log-file
        end-if
        move spaces to escalation-log-record
        string now-stamp " NOT MAILED to " contacts-record
            " (mail queue result " mail-result ")"
            delimited by size into escalation-log-record
        write escalation-log-record
        close escalation-log-file
    end-if.
