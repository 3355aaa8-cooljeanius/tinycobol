*     counts included), total and worst elapsed -- so a subroutine
*     that has started degrading shows up before it blows the batch
*     window.
*   - a VERIFY command-line argument checks answers, not just calls:
*     the chain is driven from dyntest01.tst, one case per line --
*     CTL-SUBR-NUM, U to pass VAR or N to call with no argument, the
*     VAR value to pass in and the value expected back in it -- and
*     each case passes only when the version tag matches, the CALL
*     finds its target, RETURN-CODE is 0 and (for U) VAR comes back
*     as expected. dyntest01ver.rpt lists every case and a pass/fail
*     line per subroutine; a wrong answer is logged to
*     dyntest01fail.log beside the failed CALLs, and a run with any
*     failed case ends RETURN-CODE 24 (22 still wins when a CALL
*     itself failed), which batchctl takes as a failed step. A
*     VERIFY run without dyntest01.tst fails too: nothing verified
*     is not a pass.
*   - the mainline now ends with STOP RUN: EXIT PROGRAM does nothing
*     in a run unit's main program, so control fell on into the
*     paragraphs below it and the exit status batchctl reads was
*     not the one just set.
*
 ENVIRONMENT DIVISION.
 INPUT-OUTPUT SECTION.
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS FAILLOG-FS.
    SELECT VERIFY-FILE
         ASSIGN TO "dyntest01.tst"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS VERIFY-FS.
    SELECT VERIFY-REPORT-FILE
         ASSIGN TO "dyntest01ver.rpt"
         ORGANIZATION IS LINE SEQUENTIAL
         ACCESS MODE  IS SEQUENTIAL
         FILE STATUS  IS VERIFY-RPT-FS.

 DATA DIVISION.
 FILE SECTION.
 FD  PROFILE-FILE.
 01  PROFILE-REC       PIC X(80).

* One expected-result case: the subroutine, U (pass VAR) or N (no
* argument), the VAR value passed in and the value expected back.
 FD  VERIFY-FILE.
 01  VERIFY-REC.
  05 VT-SUBR-NUM       PIC 99.
  05 FILLER            PIC X.
  05 VT-ARG-MODE       PIC X.
    88 VT-NO-ARG             VALUE "N".
  05 FILLER            PIC X.
  05 VT-INPUT          PIC X(10).
  05 FILLER            PIC X.
  05 VT-EXPECTED       PIC X(10).

 FD  VERIFY-REPORT-FILE.
 01  VERIFY-REPORT-REC PIC X(80).

 WORKING-STORAGE SECTION.
 01 	VAR-1      	PIC X(10) VALUE '*ARGUMENT*'.
 01 	VAR-2      	PIC X(10) VALUE 'RILDO'.
 77 PF-COUNT-DSP       PIC Z(5)9.
 77 PF-TOTAL-DSP       PIC Z(7)9.
 77 PF-WORST-DSP       PIC Z(7)9.
 77 VERIFY-FS          PIC XX.
 77 VERIFY-RPT-FS      PIC XX.
 77 VERIFY-EOF         PIC X VALUE "N".
   88 VERIFY-AT-EOF          VALUE "Y".
 77 VERIFY-FLAG        PIC X VALUE "N".
   88 VERIFY-MODE            VALUE "Y".
 77 VERIFY-FAILURE-FLAG PIC X VALUE "N".
   88 VERIFY-FAILURE         VALUE "Y".
 77 CALL-FOUND-FLAG    PIC X.
   88 CALL-FOUND             VALUE "Y".
 77 CASE-RESULT        PIC X(8).
 77 CASE-RC-DSP        PIC -(4)9.
 01 VERIFY-TABLE.
  05 VERIFY-ENTRY      OCCURS 100 TIMES.
   10 VF-CASE-COUNT    PIC 9(4) COMP.
   10 VF-FAIL-COUNT    PIC 9(4) COMP.
 77 VF-SUB             PIC 9(3) COMP.
 77 VF-CASE-DSP        PIC Z(3)9.
 77 VF-FAIL-DSP        PIC Z(3)9.
 77 VF-VERDICT         PIC X(4).

 LINKAGE SECTION.
 01 DUMMY-VAR          PIC X(10).
     MOVE "Y" TO DRY-RUN-FLAG
     DISPLAY "dyntest01: DRY-RUN mode, no subroutines will actually be called"
  END-IF.
  IF DRY-RUN-PARM(1:6) = "VERIFY"
     MOVE "Y" TO VERIFY-FLAG
     DISPLAY "dyntest01: VERIFY mode, checking answers from dyntest01.tst"
  END-IF.

  IF VERIFY-MODE
     PERFORM 0500-VERIFY-CHAIN
  ELSE
     OPEN INPUT SUBR-CTL-FILE
     IF CTL-FS NOT = "00"
        DISPLAY "dyntest01: no dyntest01.ctl found, using the built-in sequence"
        PERFORM 0100-DEFAULT-SEQUENCE
     ELSE
        PERFORM 0110-ZERO-PROFILE-ENTRY
           VARYING PF-SUB FROM 1 BY 1
           UNTIL PF-SUB > 100
        PERFORM 0200-READ-CTL-RECORD
        PERFORM 0300-RUN-CTL-ENTRY UNTIL CTL-AT-EOF
        CLOSE SUBR-CTL-FILE
        IF NOT DRY-RUN
           PERFORM 0930-WRITE-RUN-PROFILE
        END-IF
     END-IF
  END-IF.

  IF ANY-FAILURE
     MOVE 22 TO RETURN-CODE
  ELSE
     IF VERIFY-FAILURE
        MOVE 24 TO RETURN-CODE
     ELSE
        MOVE 0 TO RETURN-CODE
     END-IF
  END-IF.

  STOP RUN.

* Reads one 5-character control record: a 2-digit subroutine number,
* a 1-digit selector for which VAR-n to pass (0 means no argument at
     PERFORM 0900-LOG-FAILURE
  END-IF.

* Runs every case in dyntest01.tst and reports it; the per-
* subroutine verdicts follow once the whole file has been run.
 0500-VERIFY-CHAIN.
  OPEN INPUT VERIFY-FILE.
  IF VERIFY-FS NOT = "00"
     DISPLAY "dyntest01: VERIFY needs dyntest01.tst, nothing verified"
     MOVE "Y" TO VERIFY-FAILURE-FLAG
  ELSE
     PERFORM 0505-ZERO-VERIFY-ENTRY
        VARYING VF-SUB FROM 1 BY 1
        UNTIL VF-SUB > 100
     OPEN OUTPUT VERIFY-REPORT-FILE
     MOVE SPACES TO VERIFY-REPORT-REC
     STRING "SUBR   ARG INPUT      EXPECTED   GOT        RESULT"
        DELIMITED BY SIZE INTO VERIFY-REPORT-REC
     WRITE VERIFY-REPORT-REC
     PERFORM 0510-READ-VERIFY-RECORD
     PERFORM 0520-VERIFY-ONE-CASE UNTIL VERIFY-AT-EOF
     CLOSE VERIFY-FILE
     MOVE SPACES TO VERIFY-REPORT-REC
     WRITE VERIFY-REPORT-REC
     PERFORM 0560-VERDICT-ONE-SUBR
        VARYING VF-SUB FROM 1 BY 1
        UNTIL VF-SUB > 100
     CLOSE VERIFY-REPORT-FILE
     DISPLAY "dyntest01: verification written to dyntest01ver.rpt"
  END-IF.

 0505-ZERO-VERIFY-ENTRY.
  MOVE ZEROS TO VF-CASE-COUNT (VF-SUB) VF-FAIL-COUNT (VF-SUB).

 0510-READ-VERIFY-RECORD.
  READ VERIFY-FILE
     AT END MOVE "Y" TO VERIFY-EOF
  END-READ.

* One case: the version tag first, then the CALL, its RETURN-CODE
* and the VAR it hands back, the first failure found being the
* one reported.
 0520-VERIFY-ONE-CASE.
  MOVE VT-SUBR-NUM TO SUBR-NUMBER.
  COMPUTE VF-SUB = VT-SUBR-NUM + 1.
  ADD 1 TO VF-CASE-COUNT (VF-SUB).
  MOVE VT-INPUT TO DYN-VAR.
  MOVE "PASS" TO CASE-RESULT.
  PERFORM 0330-CHECK-VERSION.
  IF NOT VERSION-OK
     MOVE "VERSION" TO CASE-RESULT
  ELSE
     MOVE "Y" TO CALL-FOUND-FLAG
     MOVE 0 TO RETURN-CODE
     IF VT-NO-ARG
        CALL SUBR-NAME
           ON EXCEPTION
              MOVE "N" TO CALL-FOUND-FLAG
              PERFORM C-100
        END-CALL
     ELSE
        CALL SUBR-NAME USING DYN-VAR
           ON EXCEPTION
              MOVE "N" TO CALL-FOUND-FLAG
              PERFORM C-100
        END-CALL
     END-IF
     EVALUATE TRUE
        WHEN NOT CALL-FOUND
           MOVE "NOTFOUND" TO CASE-RESULT
        WHEN RETURN-CODE NOT = 0
           MOVE RETURN-CODE TO CASE-RC-DSP
           MOVE SPACES TO CASE-RESULT
           STRING "RC" CASE-RC-DSP DELIMITED BY SIZE
              INTO CASE-RESULT
           PERFORM 0910-CHECK-RETURN-CODE
        WHEN NOT VT-NO-ARG AND DYN-VAR NOT = VT-EXPECTED
           MOVE "WRONG" TO CASE-RESULT
           PERFORM 0950-LOG-WRONG-RESULT
     END-EVALUATE
  END-IF.
  IF CASE-RESULT NOT = "PASS"
     ADD 1 TO VF-FAIL-COUNT (VF-SUB)
     MOVE "Y" TO VERIFY-FAILURE-FLAG
  END-IF.
  MOVE SPACES TO VERIFY-REPORT-REC.
  STRING SUBR-NAME " " VT-ARG-MODE "   " VT-INPUT " " VT-EXPECTED
     " " DYN-VAR " " CASE-RESULT
     DELIMITED BY SIZE INTO VERIFY-REPORT-REC.
  WRITE VERIFY-REPORT-REC.
  PERFORM 0510-READ-VERIFY-RECORD.

 0560-VERDICT-ONE-SUBR.
  IF VF-CASE-COUNT (VF-SUB) > 0
     MOVE VF-CASE-COUNT (VF-SUB) TO VF-CASE-DSP
     MOVE VF-FAIL-COUNT (VF-SUB) TO VF-FAIL-DSP
     IF VF-FAIL-COUNT (VF-SUB) = 0
        MOVE "PASS" TO VF-VERDICT
     ELSE
        MOVE "FAIL" TO VF-VERDICT
     END-IF
     COMPUTE SUBR-NUMBER = VF-SUB - 1
     MOVE SPACES TO VERIFY-REPORT-REC
     STRING SUBR-NAME " " VF-VERDICT " cases " VF-CASE-DSP
        " failed " VF-FAIL-DSP
        DELIMITED BY SIZE INTO VERIFY-REPORT-REC
     WRITE VERIFY-REPORT-REC
     DISPLAY "dyntest01: " SUBR-NAME " " VF-VERDICT
  END-IF.

* A subroutine that ran but answered wrong goes on the failure log
* too, so the morning check sees it beside the CALLs that failed.
 0950-LOG-WRONG-RESULT.
  ACCEPT WS-DATE FROM DATE YYYYMMDD.
  ACCEPT WS-TIME FROM TIME.
  STRING WS-DATE "-" WS-TIME DELIMITED BY SIZE INTO WS-TIMESTAMP.
  OPEN EXTEND FAILLOG-FILE.
  IF FAILLOG-FS NOT = "00"
     OPEN OUTPUT FAILLOG-FILE
  END-IF.
  MOVE SPACES TO FAILLOG-REC.
  STRING "dyntest01 " WS-TIMESTAMP " VERIFY failed, SUBR-NAME="
      SUBR-NAME " got=" DYN-VAR DELIMITED BY SIZE INTO FAILLOG-REC.
  WRITE FAILLOG-REC.
  CLOSE FAILLOG-FILE.

* Reports the subroutine that DRY-RUN mode would otherwise have
* called, instead of actually calling it.
 0340-REPORT-DRY-RUN.
