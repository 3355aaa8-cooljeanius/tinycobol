*
* shared SELECT clause for the keyed tax exemption certificate
* file: one record per certificate a vendor holds, keyed vendor +
* certificate number, so a vendor's certificates read together
* from a START on the vendor. Kept by taxexempt, read through the
* exemptchk routine by report_example (which skips the tax on a
* covered transaction) and taxreturn (which must price the archive
* the same way). The COPYing program must declare txe-fs pic XX
* itself.
*
    SELECT tax-exempt-file
         ASSIGN TO "taxexempt.dat"
         ORGANIZATION IS INDEXED
         ACCESS MODE  IS DYNAMIC
         RECORD KEY   IS txe-key
         FILE STATUS  IS txe-fs.
