*
* shared FD and record layout for the pending-approval register.
* A change is held under one of five kinds:
*   VENDADD  a vendor added through vendmaint, on the master held
*            (status H) until approved; pa-value carries the
*            status it was keyed with
*   VENDSTAT a vendor released from hold; pa-value the new status
*   OPLEVEL  an operator's level raised or changed through operadm;
*            pa-value the new level
*   QRELEASE a quarantined run's release; pa-key the run id
*   CTLFILE  a staged change to a controlled file (ctlchange), the
*            credit limits in vendlimits.dat among them; pa-value
*            the start of the reason
* pa-key names what changes (vendor, operator, run id or file).
* A request is PENDING until a different operator decides it:
* APPROVED (a release waiting to be carried out), APPLIED, REJECTED
* or EXPIRED; WITHDRAWN when its owner drops it first. Decided
* lines stay on the register with who decided and when.
*
 FD  pending-appr-file.
 01  pending-appr-record.
     05 pa-request-id        pic 9(6).
     05 filler               pic X(1).
     05 pa-kind              pic X(8).
       88 pa-kind-vendadd         value "VENDADD".
       88 pa-kind-vendstat        value "VENDSTAT".
       88 pa-kind-oplevel         value "OPLEVEL".
       88 pa-kind-qrelease        value "QRELEASE".
       88 pa-kind-ctlfile         value "CTLFILE".
     05 filler               pic X(1).
     05 pa-status            pic X(9).
       88 pa-pending              value "PENDING".
       88 pa-approved             value "APPROVED".
       88 pa-open                 value "PENDING" "APPROVED".
     05 filler               pic X(1).
     05 pa-key               pic X(20).
     05 filler               pic X(1).
     05 pa-value             pic X(40).
     05 filler               pic X(1).
     05 pa-requested-by      pic X(8).
     05 pa-requested-stamp   pic X(17).
     05 pa-decided-by        pic X(8).
     05 pa-decided-stamp     pic X(17).
