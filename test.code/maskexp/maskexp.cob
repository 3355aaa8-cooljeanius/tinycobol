*    "R. P."), PARTIAL keeps only a phone's last four digits, BLANK
*    replaces the whole field with asterisks. An export with no
*    rules on file is left alone and no masked variant is written.
*
*    The masked variants go to a third party, so a contact who
*    refused sharing (the shared consentchk routine, channel SHARE)
*    is left out of the tdb01export and mytable variants entirely
*    rather than masked; the count withheld is shown per export.
*
 ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
  77      export-end-flag     pic X.
  77      rows-masked         pic 9(6) comp.
  77      rows-masked-dsp     pic Z(5)9.
  77      rows-withheld       pic 9(6) comp.
  77      rows-withheld-dsp   pic Z(5)9.
  77      consent-name        pic X(40).
  77      consent-channel     pic X(5) value "SHARE".
  77      consent-allowed     pic X.
* generous work fields so every maskable column fits
  77      field-work          pic X(80).
  77      field-masked        pic X(80).
      else
          open output export-out-file
          move spaces to export-end-flag
          move zeros to rows-masked rows-withheld
          perform 300-MASK-ONE-ROW until export-end-flag = 'Y'
          close export-in-file
          close export-out-file
          move rows-masked to rows-masked-dsp
          move rows-withheld to rows-withheld-dsp
          display "maskexp: " export-out-name " written, "
              rows-masked-dsp " row(s), " rows-withheld-dsp
              " withheld for consent"
      end-if
  end-if.

  read export-in-file
      at end move 'Y' to export-end-flag
      not at end
          perform 310-CHECK-SHARE-CONSENT
          if consent-allowed = "N"
              add 1 to rows-withheld
          else
              add 1 to rows-masked
              evaluate current-export
                  when "SALESCSV"  perform 400-MASK-SALESCSV-ROW
                  when "TDB01EXP"  perform 410-MASK-TDB01-ROW
                  when "MYTABCSV"  perform 420-MASK-MYTAB-ROW
              end-evaluate
              write export-out-record
          end-if
  end-read.

* the contact exports name a person in their first column; the
* sales export names vendors, which carry no consent.
 310-CHECK-SHARE-CONSENT.
  move "Y" to consent-allowed
  move spaces to consent-name
  evaluate current-export
      when "TDB01EXP"
          move export-in-record (1:40) to consent-name
      when "MYTABCSV"
          unstring export-in-record delimited by ","
              into consent-name
  end-evaluate
  if consent-name not = spaces
      call "consentchk" using consent-name consent-channel
          consent-allowed
  end-if.

* salesreport.csv: vendor,value,number,type,region,city,comments,
* currency,original-amount -- the vendor name is the only PII
* column, so it alone is replaced and the rest of the line is
