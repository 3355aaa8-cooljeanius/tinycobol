*
* shared SELECT clause for the outbound mail spool: one line per
* document or alert ever queued for e-mail, waiting, sent or
* failed, written through the mailq routine and worked by mailsend.
* The COPYing program must declare mail-fs pic XX itself.
*
    SELECT mail-spool-file
         ASSIGN TO "mailspool.dat"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS mail-fs.
