*> ---------------------------------------------------------------
*> pmmsgcnv - one-time notice delivery cutover conversion
*>
*> the patron record grew from one hundred four to one hundred
*> sixty-eight characters when the email address, mobile number
*> and notice delivery preference (pr-email-address,
*> pr-mobile-number, pr-notice-pref, Patron.cpy) were added, with
*> the two bounce flags pmmsgbnc sets.  this run re-writes the
*> patron master into the new layout and re-writes the audit
*> trail, whose entries carry two patron images each.  every new
*> byte starts as spaces: no contact on file, and a blank
*> preference, which the notice runs read as mail - so nobody's
*> notices change route the night of the cutover; the contacts
*> arrive through pmmaint as the desk collects them.
*>
*> the old one-hundred-four-character layout is read here and
*> nowhere else; each converted file goes to its own new dataset
*> (PATRONMX, PATRONAX) so the originals survive until the
*> converted stream is proved.  run this once, with the stream
*> down, and promote both outputs together.  the run leaves a
*> sentinel (MSGCNVS) behind and refuses to start over it, the
*> same guard as pmexpcnv.
*>
*> modification history
*> date       init  description
*> 2026-10-15 rd    original program.
*> ---------------------------------------------------------------
identification division.
program-id.    pmmsgcnv.
author.        r doughty.
installation.  circulation systems.
date-written.  2026-10-15.
date-compiled.

environment division.
input-output section.
file-control.
    select old-master-file
        assign to "PATRONM"
        organization is indexed
        access mode is sequential
        record key is mco-patron-number
        alternate record key is mco-name-zip-key
            with duplicates.
    select new-master-file
        assign to "PATRONMX"
        organization is indexed
        access mode is sequential
        record key is mcn-patron-number
        alternate record key is mcn-name-zip-key
            with duplicates.
    select optional old-audit-file
        assign to "PATRONA"
        organization is line sequential.
    select new-audit-file
        assign to "PATRONAX"
        organization is line sequential.
    select optional sentinel-file
        assign to "MSGCNVS"
        organization is line sequential.

data division.
file section.
*> the old one-hundred-four-character layouts live only here;
*> every other program compiles against the expanded copybooks.
fd  old-master-file
    label records are standard.
01  mc-old-master-record.
    05  mco-patron-number           pic X(06).
    05  mco-first-name              pic X(10).
    05  mco-name-zip-key            pic X(22).
    05  mco-master-body             pic X(66).
fd  new-master-file
    label records are standard.
01  mc-new-master-record.
    05  mcn-patron-number           pic X(06).
    05  mcn-first-name              pic X(10).
    05  mcn-name-zip-key            pic X(22).
    05  mcn-master-body             pic X(66).
    05  mcn-contact-fields          pic X(64).
fd  old-audit-file
    label records are standard.
01  mc-old-audit-record.
    05  mca-patron-number           pic X(06).
    05  mca-audit-body              pic X(33).
    05  mca-before-image            pic X(104).
    05  mca-after-image             pic X(104).
fd  new-audit-file
    label records are standard.
01  mc-new-audit-record.
    05  mna-patron-number           pic X(06).
    05  mna-audit-body              pic X(33).
    05  mna-before-image            pic X(168).
    05  mna-after-image             pic X(168).
fd  sentinel-file
    label records are standard.
01  sentinel-record.
    05  sn-text                     pic X(09).
    05  sn-run-date                 pic 9(08).
    05  filler                      pic X(03).

working-storage section.
*> --- work areas - notice delivery cutover ---
01  mc-switches.
    05  mc-eof-sw                   pic X(01)  value "N".
        88  mc-eof                          value "Y".
01  mc-counters                     comp.
    05  mc-master-ct                pic 9(07)  value zero.
    05  mc-audit-ct                 pic 9(07)  value zero.

procedure division.
*> ---------------------------------------------------------------
*> 0000-main-line
*> ---------------------------------------------------------------
0000-main-line.
    perform 1000-initialize
        thru 1000-exit.
    perform 2000-convert-master
        thru 2000-exit.
    perform 3000-convert-audit
        thru 3000-exit.
    perform 9000-terminate
        thru 9000-exit.
    stop run.

*> ---------------------------------------------------------------
*> 1000-initialize - the sentinel guard.
*> ---------------------------------------------------------------
1000-initialize.
    move "N" to mc-eof-sw.
    open input sentinel-file.
    read sentinel-file
        at end
            set mc-eof to true
    end-read.
    close sentinel-file.
    if not mc-eof
        display "PMMSGCNV - CONVERSION ALREADY RUN ON " sn-run-date
        display "PMMSGCNV - REMOVE MSGCNVS ONLY IF THE OLD FILES"
        display "PMMSGCNV - WERE RESTORED - RUN ABANDONED"
        move 8 to return-code
        stop run
    end-if.
1000-exit.
    exit.

*> ---------------------------------------------------------------
*> 2000-convert-master
*> ---------------------------------------------------------------
2000-convert-master.
    move "N" to mc-eof-sw.
    open input  old-master-file
         output new-master-file.
    perform 2100-convert-one-master
        thru 2100-exit
        until mc-eof.
    close old-master-file
          new-master-file.
2000-exit.
    exit.

2100-convert-one-master.
    read old-master-file
        at end
            set mc-eof to true
            go to 2100-exit
    end-read.
    move spaces to mc-new-master-record.
    move mco-patron-number to mcn-patron-number.
    move mco-first-name to mcn-first-name.
    move mco-name-zip-key to mcn-name-zip-key.
    move mco-master-body to mcn-master-body.
    write mc-new-master-record.
    add 1 to mc-master-ct.
2100-exit.
    exit.

*> ---------------------------------------------------------------
*> 3000-convert-audit - the entry key and body carry straight
*> over; each patron image is widened with spaces in the new
*> bytes, which leaves a blank image (the empty side of an add or
*> a delete) blank.
*> ---------------------------------------------------------------
3000-convert-audit.
    move "N" to mc-eof-sw.
    open input  old-audit-file
         output new-audit-file.
    perform 3100-convert-one-audit
        thru 3100-exit
        until mc-eof.
    close old-audit-file
          new-audit-file.
3000-exit.
    exit.

3100-convert-one-audit.
    read old-audit-file
        at end
            set mc-eof to true
            go to 3100-exit
    end-read.
    move spaces to mc-new-audit-record.
    move mca-patron-number to mna-patron-number.
    move mca-audit-body to mna-audit-body.
    move mca-before-image to mna-before-image.
    move mca-after-image to mna-after-image.
    write mc-new-audit-record.
    add 1 to mc-audit-ct.
3100-exit.
    exit.

*> ---------------------------------------------------------------
*> 9000-terminate
*> ---------------------------------------------------------------
9000-terminate.
    open output sentinel-file.
    move "CONVERTED" to sn-text.
    accept sn-run-date from date yyyymmdd.
    write sentinel-record.
    close sentinel-file.
    display "PMMSGCNV - MASTER RECORDS      : " mc-master-ct.
    display "PMMSGCNV - AUDIT RECORDS       : " mc-audit-ct.
9000-exit.
    exit.
