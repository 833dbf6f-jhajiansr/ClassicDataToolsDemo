002000*                  its record lock; the run-mode and batch-     *
002010*                  operator fields start at spaces so an unset  *
002020*                  environment reads back as "not given".       *
002030* 2026-10-15 RSH   Added the year-to-date pay history file,     *
002040*                  built by the pay register, which refuses a   *
002050*                  period already on file unless run as a       *
002060*                  deliberate rerun; payslips show year-to-date *
002070*                  beside the month; added the tax-year-end     *
002080*                  earnings certificate run, leavers included,  *
002090*                  proved against the monthly register control  *
002100*                  totals.                                      *
002110* 2026-10-15 RSH   Every staff record carries the employee      *
002120*                  number of the person it reports to, proved   *
002130*                  on add, update, promotion and the batch run  *
002140*                  - on file, same tier or above, no loops;     *
002150*                  the start-up rebuild takes dated files to    *
002160*                  the new layout; added the organisation       *
002170*                  chart from each department owner down, and   *
002180*                  the orphaned-line listing after deletes,     *
002190*                  promotions and the close-down transfer.      *
002200* 2026-10-15 RSH   Added the sickness absence file - dated      *
002210*                  spells per person with reason and self-      *
002220*                  certified or medical note - keyed, corrected *
002230*                  and deleted on-line under the HR role with   *
002240*                  every change audited, and the rolling 52-    *
002250*                  week report by department with spells,       *
002260*                  working days lost and Bradford factor,       *
002270*                  flagging anyone at or over the site's        *
002280*                  trigger points.                              *
002290* 2026-10-15 RSH   Added variable pay - overtime, shift         *
002300*                  premiums, one-off bonuses, arrears and       *
002310*                  recoveries loaded each period from the       *
002320*                  departments' input, checked against the      *
002330*                  staff file, the leavers archive, the element *
002340*                  table and an hours limit, with a reject      *
002350*                  listing - and paid by the register into      *
002360*                  gross, the payslip lines and the department  *
002370*                  totals, overtime priced from salary and      *
002380*                  average weekly hours.                        *
002390* 2026-10-15 RSH   Added the establishment budget - funded      *
002400*                  headcount per tier and a salary budget by    *
002410*                  department and financial year, with its own  *
002420*                  maintenance and a variance report.  Adds,    *
002430*                  promotions and close-down transfers that     *
002440*                  would go over the funded establishment warn  *
002450*                  and need an audited override on-line; batch  *
002460*                  rejects them.                                *
002470* 2026-10-15 RSH   Added bank details - sort code, account,     *
002480*                  account name and effective date per person,  *
002490*                  maintained under the HR role and audited,    *
002500*                  with a changed bank details report at the    *
002510*                  next run.  The register writes the bank      *
002520*                  payment file and stops when anyone paid has  *
002530*                  no account in force or the credits do not    *
002540*                  prove to the net control total.              *
002550* 2026-10-15 RSH   Added month-end snapshots of the staff file  *
002560*                  and a movement report between any two -      *
002570*                  starters, leavers checked to the archive,    *
002580*                  reinstatements, transfers, promotions and    *
002590*                  salary changes, with the headcount           *
002600*                  reconciled by department and tier.           *
002610* 2026-10-15 RSH   Added a likely-duplicates report matching    *
002620*                  name, date of birth and address across the   *
002630*                  staff file and the leavers archive, and the  *
002640*                  same check as a warning on every add.  A     *
002650*                  batch add matching an archived leaver is     *
002660*                  rejected as REINSTAT for reinstatement.      *
002670* 2026-10-15 RSH   Added the pay period control file.  The      *
002680*                  month-end steps - register, reconciliation,  *
002690*                  GL postings (now a step of their own),       *
002700*                  snapshot and purge - run in order and are    *
002710*                  stamped with who ran them and when; the      *
002720*                  accrual waits on the year-start roll and the *
002730*                  review apply pass on a period boundary.      *
002740*                  Admin-only period close and reopen, and a    *
002750*                  status inquiry.                              *
002760* 2026-10-15 RSH   Added the salary grade master - minimum,      *
002770*                  midpoint and maximum per grade - and a grade  *
002780*                  on every staff record.  Add, update,          *
002790*                  promotion, the batch run and the review       *
002800*                  apply pass hold salaries to the grade band:   *
002810*                  on-line overrides are audited, batch ones     *
002820*                  rejected as OUTBAND, awards over the maximum  *
002830*                  held.  New compa-ratio report by department   *
002840*                  and grade.                                    *
002850* 2026-10-15 RSH   Promotion takes its record lock again after   *
002860*                  the establishment count.  GL postings and     *
002870*                  variable pay loads refused once done for      *
002880*                  the period unless deliberately rerun or       *
002890*                  reopened.  Register, snapshot and variable    *
002900*                  pay take the open period, not the run date.   *
002910*                  Reporting line can be cleared (999999),       *
002920*                  audited as LINECLR.  Duplicate close prompt   *
002930*                  and bank control line text corrected.         *
002940* 2026-10-15 RSH   Bank audit entries leave the department       *
002950*                  fields blank.  Payslip heading shows the pay  *
002960*                  period paid and the run date apart.  The      *
002970*                  register refuses a run after the open         *
002980*                  period's month is out unless it was reopened. *
002985* 2026-10-15 RSH   Rebuild operator messages name every old      *
002986*                  staff file format.                            *
002990****************************************************************

003000 identification division.

003010 program-id. Program1 as "dfdstaff".

003020 author.         R S HAJIAN.
003030 installation.   CLASSIC DATA TOOLS.
003040 date-written.   2019-06-01.
003050 date-compiled.

003060 environment division.

003070 input-output section.

003080 file-control.

003090*> STAFFFILE holds EMPLOYEE-REC, MANAGER-REC and EXECUTIVE-REC -
003100*> three record layouts sharing one physical record area, picked
003110*> out at run time by the position byte in the record's code
003120*> group.  The physical location of the file is no longer a
003130*> literal - it comes from the DFDSTAFF environment variable (or
003140*> JCL DD name) at OPEN time, set up in 1000-INITIALIZE.
003150*> The surname alternate key serves every tier - EM-SURNAME,
003160*> MN-SURNAME and EX-SURNAME all sit at the same offset.  The
003170*> department alternate key sits at the EMPLOYEE-REC offset,
003180*> which the manager and executive layouts use for job-title
003190*> bytes, so the keyed department browse verifies each record's
003200*> own tier field before showing it - see 2920-DEPT-BROWSE.
003210*> Shared access with manual record locking: inquiries, browses
003220*> and the full-file runs read without locks, while the
003230*> read-rewrite sequences take just their own record through
003240*> 3120-READ-RECORD-WITH-LOCK - so maintenance in one session
003250*> no longer shuts every other terminal out of the file.
003260     select stafffile assign to dynamic DF-STAFFFILE-PATH
003270         organization is indexed
003280         access mode is dynamic
003290         record key is EM-EMP-NUM
003300         alternate record key is EM-SURNAME with duplicates
003310         alternate record key is EM-DEPARTMENT with duplicates
003320         sharing with all other
003330         lock mode is manual with lock on record
003340         file status is FILE-STATUS.

003350*> STAFFOLD, STAFFOLD2 and STAFFOLD3 are the same physical
003360*> staff file seen through the historic definitions.  A file
003370*> built before the alternate indexes existed matches
003380*> STAFFOLD's primary-key-only declaration; a file from the
003390*> releases in between - alternate indexes present, but the
003400*> narrow EM-SALARY or no date group - matches STAFFOLD2, which
003410*> declares the surname and department alternates at their
003420*> offsets, unchanged in every historic layout because both sit
003430*> ahead of EM-SALARY; a dated file from before the reporting
003440*> line was added matches STAFFOLD3, whose record-length range
003450*> is the dated one.  Whichever view opens with status 00 is
003460*> the one 1100-REBUILD-OLD-STAFFFILE reads the old file
003470*> through to convert it in place on first start-up after the
003480*> upgrade; the full definition above gets status 39 for any
003490*> of them.  Each record's actual length tells the rebuild
003500*> which layout the image carries.
003510     select staffold assign to dynamic DF-STAFFFILE-PATH
003520         organization is indexed
003530         access mode is dynamic
003540         record key is OLD-EMP-NUM
003550         file status is DF-OLD-STATUS.

003560     select staffold2 assign to dynamic DF-STAFFFILE-PATH
003570         organization is indexed
003580         access mode is dynamic
003590         record key is OLD2-EMP-NUM
003600         alternate record key is OLD2-SURNAME with duplicates
003610         alternate record key is OLD2-DEPARTMENT
003620             with duplicates
003630         file status is DF-OLD2-STATUS.

003640     select staffold3 assign to dynamic DF-STAFFFILE-PATH
003650         organization is indexed
003660         access mode is dynamic
003670         record key is OLD3-EMP-NUM
003680         alternate record key is OLD3-SURNAME with duplicates
003690         alternate record key is OLD3-DEPARTMENT
003700             with duplicates
003710         file status is DF-OLD3-STATUS.

003720*> AUDITLOG records who changed what, and the before/after
003730*> salary and department, every time a record is added, changed,
003740*> removed or promoted.
003750     select optional auditlog assign to dynamic DF-AUDITLOG-PATH
003760         organization is line sequential
003770         file status is DF-AUDIT-STATUS.

003780*> EXCEPTFILE carries the department/author exception report.
003790     select exceptfile assign to dynamic DF-EXCEPTFILE-PATH
003800         organization is line sequential
003810         file status is DF-EXCEPT-STATUS.

003820*> CSVFILE carries the flat extract for the payroll feed.
003830     select csvfile assign to dynamic DF-CSVFILE-PATH
003840         organization is line sequential
003850         file status is DF-CSV-STATUS.

003860*> TRANFILE carries the batch maintenance transactions - one
003870*> fixed-layout record per ADD/UPDATE/DELETE/PROMOTE - keyed
003880*> in by HR during the week and applied in the overnight window.
003890     select tranfile assign to dynamic DF-TRANFILE-PATH
003900         organization is line sequential
003910         file status is DF-TRAN-STATUS.

003920*> REJECTFILE receives every batch transaction that could not
003930*> be applied, prefixed with a reason code, so HR can correct
003940*> and resubmit.
003950     select rejectfile assign to dynamic DF-REJECT-PATH
003960         organization is line sequential
003970         file status is DF-REJECT-STATUS.

003980*> PAYREGFILE carries the monthly pay register for payroll
003990*> sign-off.
004000     select payregfile assign to dynamic DF-PAYREG-PATH
004010         organization is line sequential
004020         file status is DF-PAYREG-STATUS.

004030*> DEPTFILE is the department master - code, full name, cost
004040*> centre, owning manager and active/inactive flag - maintained
004050*> on line, so a reorganization no longer needs a program
004060*> change.  It replaces the literal approved-department list
004070*> for validation; the literal list remains only as a fallback
004080*> until the master has been loaded.
004090     select deptfile assign to dynamic DF-DEPTM-PATH
004100         organization is indexed
004110         access mode is dynamic
004120         record key is DP-CODE
004130         sharing with all other
004140         lock mode is manual with lock on record
004150         file status is DF-DEPTM-STATUS.

004160*> LEAVEFILE carries one running leave balance per person -
004170*> entitlement and carry-over against days taken - maintained
004180*> by the booking transactions and rolled forward by the
004190*> year-end accrual run.
004200     select leavefile assign to dynamic DF-LEAVE-PATH
004210         organization is indexed
004220         access mode is dynamic
004230         record key is LV-EMP-NUM
004240         sharing with all other
004250         lock mode is manual with lock on record
004260         file status is DF-LEAVE-STATUS.

004270*> RETURNFILE is the payroll vendor's confirmation of what they
004280*> loaded from our extract - the same fixed columns the CSV
004290*> extract writes, echoed back one row per employee.
004300     select returnfile assign to dynamic DF-RETURN-PATH
004310         organization is line sequential
004320         file status is DF-RETURN-STATUS.

004330*> RECONFILE carries the reconciliation break report the
004340*> payroll supervisor signs off each cycle.
004350     select reconfile assign to dynamic DF-RECON-PATH
004360         organization is line sequential
004370         file status is DF-RECON-STATUS.

004380*> REVIEWFILE carries the salary review proposal report finance
004390*> approves before the apply pass is run.
004400     select reviewfile assign to dynamic DF-REVIEW-PATH
004410         organization is line sequential
004420         file status is DF-REVIEW-STATUS.

004430*> XFERFILE carries the department close-down transfer report -
004440*> one line per person moved, with per-tier counts - for the
004450*> reorganization file.
004460     select xferfile assign to dynamic DF-XFER-PATH
004470         organization is line sequential
004480         file status is DF-XFER-STATUS.

004490*> SETTLFILE carries the termination settlement report - one
004500*> block per leaver with the final month's pay and the
004510*> untaken-leave payout - appended to at each delete, for
004520*> payroll's sign-off.
004530     select optional settlfile assign to dynamic DF-SETTL-PATH
004540         organization is line sequential
004550         file status is DF-SETTL-STATUS.

004560*> RATEFILE is the deductions rates master - tax bands, the
004570*> pension percentage per tier and fixed deductions per
004580*> employee, all under one generic type-plus-value key -
004590*> maintained on line the way DEPTFILE is.  While it stays
004600*> empty the register reports gross only, so existing sites
004610*> carry on unchanged until the rates have been keyed in.
004620     select ratefile assign to dynamic DF-RATES-PATH
004630         organization is indexed
004640         access mode is dynamic
004650         record key is RA-KEY
004660         sharing with all other
004670         lock mode is manual with lock on record
004680         file status is DF-RATES-STATUS.

004690*> PAYSLIPFILE carries one payslip block per person, written
004700*> alongside the pay register.
004710     select payslipfile assign to dynamic DF-PAYSLIP-PATH
004720         organization is line sequential
004730         file status is DF-PAYSLIP-STATUS.

004740*> GLFILE carries the general-ledger posting batch built from
004750*> the pay register's department totals - one debit line per
004760*> department cost centre, a balancing credit, and a batch
004770*> header and trailer whose hash total finance's loader
004780*> verifies before it posts anything.
004790     select glfile assign to dynamic DF-GL-PATH
004800         organization is line sequential
004810         file status is DF-GL-STATUS.

004820*> OPERFILE is the operator security file - one record per
004830*> operator, keyed on their own employee code, carrying the
004840*> password and role the sign-on checks.  While it stays empty
004850*> the old trust-based acting-employee prompt carries on, the
004860*> way the approved-department literal does for DEPTFILE, so
004870*> existing sites keep running until operators are keyed in.
004880     select operfile assign to dynamic DF-OPER-PATH
004890         organization is indexed
004900         access mode is dynamic
004910         record key is OP-CODE
004920         sharing with all other
004930         lock mode is manual with lock on record
004940         file status is DF-OPER-STATUS.

004950*> RUNLOG carries one line per unattended step with the run's
004960*> control counts, appended run after run, so the scheduler's
004970*> operators can see what each overnight window actually did.
004980     select optional runlog assign to dynamic DF-RUNLOG-PATH
004990         organization is line sequential
005000         file status is DF-RUNLOG-STATUS.

005010*> LONGSRVFILE carries the annual long-service report - every
005020*> person crossing ten or twenty-five years of service in the
005030*> coming year, grouped by department - for HR's awards file.
005040     select longsrvfile assign to dynamic DF-LONGSRV-PATH
005050         organization is line sequential
005060         file status is DF-LONGSRV-STATUS.

005070*> PURGEWORK holds the surviving leavers-archive entries while
005080*> the retention purge rebuilds ARCHFILE, the way BACKUPFILE
005090*> holds the staff records for a reload.  Record sequential -
005100*> the images carry binary fields.
005110     select purgework assign to dynamic DF-PGWORK-PATH
005120         organization is sequential
005130         file status is DF-PGWORK-STATUS.

005140*> AUDITWORK holds the surviving audit log entries while the
005150*> purge rebuilds AUDITLOG.
005160     select auditwork assign to dynamic DF-AUDWORK-PATH
005170         organization is line sequential
005180         file status is DF-AUDWORK-STATUS.

005190*> DESTCERT is the compliance file's destruction certificate -
005200*> one block per purge run recording what was destroyed, under
005210*> which retention rule, and that the survivors proved.
005220     select optional destcert assign to dynamic DF-DESTCERT-PATH
005230         organization is line sequential
005240         file status is DF-DESTCERT-STATUS.

005250*> BACKUPFILE is the flat sequential unload of STAFFFILE - one
005260*> image per record whatever the tier, closed by a trailer
005270*> carrying per-position-code record counts and a salary hash
005280*> total, so a reload can prove it rebuilt everything.  Record
005290*> sequential, not line sequential - the images carry binary
005300*> fields.
005310     select backupfile assign to dynamic DF-BACKUP-PATH
005320         organization is sequential
005330         file status is DF-BACKUP-STATUS.

005340*> ARCHFILE is the leavers archive.  Every delete first files
005350*> the departing record here in full - address, job history,
005360*> comments, author stamps, whatever the tier - stamped with
005370*> the leaving date and the acting employee, because retention
005380*> rules keep leaver data for seven years and leavers get
005390*> re-hired.  Record sequential - the images carry binary
005400*> fields.
005410     select optional archfile assign to dynamic DF-ARCH-PATH
005420         organization is sequential
005430         file status is DF-ARCH-STATUS.

005440*> ARCHOLD is the same leavers archive seen through the
005450*> pre-settlement 715-byte entry - both formats are plain
005460*> fixed-length byte streams, so an archive written before
005470*> the settlement fields existed is read through this view
005480*> and rebuilt once, in place, by the archive format upgrade
005490*> run, the way STAFFOLD serves the staff file rebuild.
005500     select optional archold assign to dynamic DF-ARCH-PATH
005510         organization is sequential
005520         file status is DF-AROLD-STATUS.

005530*> CHECKPTFILE holds the employee number of the last record
005540*> successfully processed by a full-file run, so an interrupted
005550*> nightly run can resume instead of starting over at record one.
005560     select checkptfile assign to dynamic DF-CHECKPT-PATH
005570         organization is line sequential
005580         file status is DF-CKPT-STATUS.

005590*> REVIEWCKPT is the salary review apply pass's own checkpoint
005600*> file.  The apply pass must not share CHECKPTFILE - a listing
005610*> or extract run between an interrupted apply and its restart
005620*> would overwrite the pending checkpoint, and the restart
005630*> would silently uplift from record one a second time.
005640     select reviewckpt assign to dynamic DF-RVCKPT-PATH
005650         organization is line sequential
005660         file status is DF-RVCKPT-STATUS.

005670*> YTDFILE is the year-to-date pay history the pay register
005680*> builds - one record per person per register period, keyed
005690*> on employee number and period, carrying the period's gross,
005700*> deductions and net beside the running totals for the tax
005710*> year.  Employee number zero holds each period's register
005720*> control totals, which the year-end certificates prove to.
005730*> A leaver's history stays on file after the staff record has
005740*> gone, so the year-end run still certifies them.
005750     select ytdfile assign to dynamic DF-YTD-PATH
005760         organization is indexed
005770         access mode is dynamic
005780         record key is YT-KEY
005790         sharing with all other
005800         lock mode is manual with lock on record
005810         file status is DF-YTD-STATUS.

005820*> YECERTFILE carries the tax-year-end earnings certificates -
005830*> one block per person paid in the year, leavers included,
005840*> closed by the proof against the monthly register controls.
005850     select yecertfile assign to dynamic DF-YECERT-PATH
005860         organization is line sequential
005870         file status is DF-YECERT-STATUS.

005880*> ORGCHARTFILE carries the organisation chart - each
005890*> department's reporting tree from its owner down, indented
005900*> by level.
005910     select orgchartfile assign to dynamic DF-ORGCHART-PATH
005920         organization is line sequential
005930         file status is DF-ORGCHART-STATUS.

005940*> ABSENCEFILE carries the sickness record - one record per
005950*> spell off sick, keyed on the employee number and the first
005960*> day off, so one person's spells read back in date order.
005970*> A spell with no last day yet is one still running.
005980     select absencefile assign to dynamic DF-ABSENCE-PATH
005990         organization is indexed
006000         access mode is dynamic
006010         record key is SK-KEY
006020         sharing with all other
006030         lock mode is manual with lock on record
006040         file status is DF-ABSENCE-STATUS.

006050*> ABSRPTFILE carries the rolling 52-week sickness report -
006060*> each person's spells, days lost and Bradford factor, by
006070*> department, with anyone over a trigger point flagged.
006080     select absrptfile assign to dynamic DF-ABSRPT-PATH
006090         organization is line sequential
006100         file status is DF-ABSRPT-STATUS.

006110*> VARPAYFILE carries each pay period's variable pay - overtime
006120*> hours, shift premiums, one-off bonuses, arrears and
006130*> recoveries - one record per person per pay element, keyed on
006140*> the period, the employee number and the element code, as
006150*> loaded and validated from VARINFILE ahead of the register.
006160     select varpayfile assign to dynamic DF-VARPAY-PATH
006170         organization is indexed
006180         access mode is dynamic
006190         record key is VP-KEY
006200         sharing with all other
006210         lock mode is manual with lock on record
006220         file status is DF-VARPAY-STATUS.

006230*> VARINFILE is the period's variable pay as the departments
006240*> send it in - one line per person per pay element.
006250     select varinfile assign to dynamic DF-VARIN-PATH
006260         organization is line sequential
006270         file status is DF-VARIN-STATUS.

006280*> VARREJFILE receives every variable pay line the load could
006290*> not accept, prefixed with a reason code, so payroll can put
006300*> it right with the department and load the file again.
006310     select varrejfile assign to dynamic DF-VARREJ-PATH
006320         organization is line sequential
006330         file status is DF-VARREJ-STATUS.

006340*> ESTABFILE is the funded establishment - per department and
006350*> financial year, the headcount funded in each tier and the
006360*> salary budget - keyed on the department and the year.
006370     select estabfile assign to dynamic DF-ESTAB-PATH
006380         organization is indexed
006390         access mode is dynamic
006400         record key is EB-KEY
006410         sharing with all other
006420         lock mode is manual with lock on record
006430         file status is DF-ESTAB-STATUS.

006440*> ESTRPTFILE carries the establishment variance report - actual
006450*> against funded headcount, vacancies and over-establishment per
006460*> tier, and the salary bill against the budget, by department.
006470     select estrptfile assign to dynamic DF-ESTRPT-PATH
006480         organization is line sequential
006490         file status is DF-ESTRPT-STATUS.

006500*> BANKFILE holds each person's bank account for the net pay
006510*> credit - sort code, account number, account name and the
006520*> date the details come into force - keyed on the employee
006530*> number, with the details they replaced.
006540     select bankfile assign to dynamic DF-BANK-PATH
006550         organization is indexed
006560         access mode is dynamic
006570         record key is BA-EMP-NUM
006580         sharing with all other
006590         lock mode is manual with lock on record
006600         file status is DF-BANK-STATUS.

006610*> BANKPAYFILE is the register's payment file for the bank - a
006620*> header, a credit per person for their net pay, the contra
006630*> debit to the company account and a trailer with the count
006640*> and hash total.
006650     select bankpayfile assign to dynamic DF-BANKPAY-PATH
006660         organization is line sequential
006670         file status is DF-BANKPAY-STATUS.

006680*> BNKCHGFILE carries the changed bank details report - every
006690*> account added, changed or removed since the report last ran.
006700     select bnkchgfile assign to dynamic DF-BNKCHG-PATH
006710         organization is line sequential
006720         file status is DF-BNKCHG-STATUS.

006730*> SNAPFILE holds the month-end snapshots of the staff file -
006740*> every record's image as it stood, keyed on the date the
006750*> snapshot was taken and the employee number.  Each snapshot
006760*> carries a control record under employee number zero,
006770*> written last, so a snapshot is only on file once it is
006780*> whole.  SNAPPREV is the same file seen a second time, so the
006790*> movement report can hold its place in one snapshot while it
006800*> looks people up in the other.
006810     select snapfile assign to dynamic DF-SNAP-PATH
006820         organization is indexed
006830         access mode is dynamic
006840         record key is SN-KEY
006850         sharing with all other
006860         lock mode is manual with lock on record
006870         file status is DF-SNAP-STATUS.

006880     select snapprev assign to dynamic DF-SNAP-PATH
006890         organization is indexed
006900         access mode is dynamic
006910         record key is SP-KEY
006920         sharing with all other
006930         file status is DF-SNAPPREV-STATUS.

006940*> MOVRPTFILE carries the movement report between two
006950*> snapshots.
006960     select movrptfile assign to dynamic DF-MOVRPT-PATH
006970         organization is line sequential
006980         file status is DF-MOVRPT-STATUS.

006990*> DUPRPTFILE carries the likely-duplicates report - people on
007000*> file or on the leavers archive who look like the same person.
007010     select duprptfile assign to dynamic DF-DUPRPT-PATH
007020         organization is line sequential
007030         file status is DF-DUPRPT-STATUS.

007040*> PERIODFILE is the pay period control file - one record per
007050*> pay period, keyed on the period (YYYYMM), saying whether it
007060*> is open or closed and which of its month-end steps have
007070*> completed, by whom and when.  The record under period zero
007080*> carries the open period and the year-start roll and leave
007090*> accrual stamps.
007100     select periodfile assign to dynamic DF-PERIODF-PATH
007110         organization is indexed
007120         access mode is dynamic
007130         record key is PC-PERIOD
007140         sharing with all other
007150         lock mode is manual with lock on record
007160         file status is DF-PERIODF-STATUS.

007170*> GRADEFILE is the salary grade master - per grade the minimum,
007180*> midpoint and maximum annual salary - keyed on the grade code
007190*> every staff record carries.
007200     select gradefile assign to dynamic DF-GRADE-PATH
007210         organization is indexed
007220         access mode is dynamic
007230         record key is GR-GRADE
007240         sharing with all other
007250         lock mode is manual with lock on record
007260         file status is DF-GRADE-STATUS.

007270*> COMPARPTFILE carries the compa-ratio report - each person's
007280*> salary as a percentage of their grade midpoint, by department
007290*> and grade, and everyone outside their grade band.
007300     select comparptfile assign to dynamic DF-COMPARPT-PATH
007310         organization is line sequential
007320         file status is DF-COMPARPT-STATUS.

007330 data division.

007340 file section.

007350 fd  stafffile.

007360 01  EMPLOYEE-REC.
007370     03  EM-CODE.
007380         05  EM-POSITION             pic x.
007390         05  EM-EMP-NUM              pic 9(6).
007400     03  EM-AGE                  pic 9(2) comp.
007410     03  EM-YEARS-WITH-COMPANY   pic 9(2) comp.
007420     03  EM-DETAILS.
007430         05  EM-NAME.
007440             07  EM-TITLE                pic x(5).
007450             07  EM-SURNAME              pic x(50).
007460             07  EM-INITIALS             pic x(10).
007470             07  EM-FIRST-NAME           pic x(50).
007480         05  EM-ADDRESS.
007490             07  EM-STREET               pic x(40).
007500             07  EM-TOWN                 pic x(40).
007510             07  EM-AREA                 pic x(40).
007520         05  EM-JOB-TITLE            pic x(20).
007530         05  EM-DEPARTMENT           pic x(4).
007540         05  EM-SALARY               pic 9(10)v9(2) comp.
007550         05  EM-AVERAGE-HOURS-WEEK   pic 9(3) comp.

007560         05  EM-EXTRAS.
007570             07  SLEEPING-ALLOWANCE  pic 9(2) comp.
007580             07  EM-LEAVE            pic 9 comp-3.

007590         05  EM-PREVIOUS-JOBS        pic x(20) occurs 3 times.

007600         05  EM-COMMENT.
007610             07  EM-COMMENTS         pic x(10).
007620             07  EM-AUTHOR-EMP-CODE.
007630                 09  EM-AUTHOR-POS       pic x.
007640                 09  EM-AUTHOR-NUM       pic 9(6).

007650*>   The dates ride at the end of the record so every earlier
007660*>   field - the keys above all - keeps its historic offset.
007670*>   Zero means the date was never captured and the stored
007680*>   age/years fields are all there is.
007690     03  EM-DATES.
007700         05  EM-DATE-OF-BIRTH    pic 9(8).
007710         05  EM-HIRE-DATE        pic 9(8).

007720*>   The reporting line rides behind the dates for the same
007730*>   reason.  Zero means the person reports to nobody on file -
007740*>   the top of a tree, or a record filed before reporting
007750*>   lines were kept.  The spare bytes leave room for the next
007760*>   field without another rebuild.
007770*>   The salary grade has taken four of them - spaces means the
007780*>   person has not been graded yet, and nothing is held to a
007790*>   band for them.
007800     03  EM-REPORTING.
007810         05  EM-REPORTS-TO       pic 9(6).
007820         05  EM-GRADE            pic x(4).
007830         05  filler              pic x(6).

007840 01  MANAGER-REC.
007850     03  MN-CODE.
007860         05  MN-POSITION             pic x.
007870         05  MN-EMP-NUM              pic 9(6).
007880     03  MN-AGE                  pic 9(2) comp.
007890     03  MN-YEARS-WITH-COMPANY   pic 9(2) comp.
007900     03  MN-DETAILS.
007910         05  MN-NAME.
007920             07  MN-TITLE                pic x(5).
007930             07  MN-SURNAME              pic x(50).
007940             07  MN-INITIALS             pic x(10).
007950             07  MN-FIRST-NAME           pic x(50).
007960         05  MN-ADDRESS.
007970             07  MN-STREET               pic x(40).
007980             07  MN-TOWN                 pic x(40).
007990             07  MN-AREA                 pic x(40).
008000         05  MN-JOB-TITLE            pic x(50).
008010         05  MN-DEPARTMENT           pic x(4).
008020         05  MN-SALARY               pic 9(10)v9(2) comp.
008030         05  MN-BASIC-LEAVE          pic 9(3) comp-3.
008040         05  MN-AVERAGE-HOURS-WEEK   pic 9(2) comp.

008050         05  MN-EXTRAS.
008060             07  MN-CAR              pic x(20).
008070             07  MN-EXTRA-LEAVE      pic 9(10) comp.
008080             07  MN-BONUS            pic 9(2) comp.

008090         05  MN-PREVIOUS-JOBS        pic x(20) occurs 6 times.

008100         05  MN-COMMENT.
008110             07  MN-COMMENTS             pic x(60).
008120             07  MN-AUTHOR-EMP-CODE.
008130                 09  MN-AUTHOR-POS       pic x.
008140                 09  MN-AUTHOR-NUM       pic 9(6).

008150     03  MN-DATES.
008160         05  MN-DATE-OF-BIRTH    pic 9(8).
008170         05  MN-HIRE-DATE        pic 9(8).

008180     03  MN-REPORTING.
008190         05  MN-REPORTS-TO       pic 9(6).
008200         05  MN-GRADE            pic x(4).
008210         05  filler              pic x(6).

008220 01  EXECUTIVE-REC.
008230     03  EX-CODE.
008240         05  EX-POSITION             pic x.
008250         05  EX-EMP-NUM              pic 9(6).
008260     03  EX-AGE                  pic 9(2) comp.
008270     03  EX-YEARS-WITH-COMPANY   pic 9(2) comp.
008280     03  EX-DETAILS.
008290         05  EX-NAME.
008300             07  EX-TITLE                pic x(5).
008310             07  EX-SURNAME              pic x(50).
008320             07  EX-INITIALS             pic x(10).
008330             07  EX-FIRST-NAME           pic x(50).
008340         05  EX-ADDRESS.
008350             07  EX-STREET               pic x(40).
008360             07  EX-TOWN                 pic x(40).
008370             07  EX-AREA                 pic x(40).
008380         05  EX-JOB-TITLE            pic x(80).
008390         05  EX-DEPARTMENT           pic x(4).
008400         05  EX-SALARY               pic 9(16)v9(2) comp.
008410         05  EX-BASIC-LEAVE          pic 9(10) comp-3.
008420         05  EX-AVERAGE-HOURS-WEEK   pic 9 comp.

008430         05  EX-EXTRAS.
008440             07  EX-HOUSE            pic x.
008450             07  EX-CAR              pic x(20).
008460             07  EX-EXTRA-LEAVE      pic 9(10) comp.
008470             07  EX-BONUS            pic 9(3) comp.
008480             07  EX-ADDITIONAL-LEAVE  pic 9(5).
008490             07  EX-GOLF-ALLOWANCE   redefines
008500                 EX-ADDITIONAL-LEAVE pic 9(3)v9(2) comp.

008510         05  EX-PREVIOUS-JOBS        pic x(20) occurs 8 times.

008520         05  EX-COMMENT.
008530             07  EX-COMMENTS             pic x(90).
008540             07  EX-AUTHOR-EMP-CODE.
008550                 09  EX-AUTHOR-POS       pic x.
008560                 09  EX-AUTHOR-NUM       pic 9(6).

008570     03  EX-DATES.
008580         05  EX-DATE-OF-BIRTH    pic 9(8).
008590         05  EX-HIRE-DATE        pic 9(8).

008600     03  EX-REPORTING.
008610         05  EX-REPORTS-TO       pic 9(6).
008620         05  EX-GRADE            pic x(4).
008630         05  filler              pic x(6).

008640 fd  staffold
008650     record is varying in size from 356 to 639
008660         depending on DF-OLD-REC-LEN.

008670*> The record views reproduce the OLD file definitions'
008680*> record-length range - 356 bytes for the original
008690*> EMPLOYEE-REC up to 639 for the pre-dates EXECUTIVE-REC -
008700*> so the open matches the attributes the historic files were
008710*> created with.  Every old format tops out at 639: the
008720*> releases since then only grew the CURRENT layouts, and a
008730*> current-format file opens under the full definition and
008740*> never comes through this view.  Images are copied without
008750*> interpretation, except that an employee image at the
008760*> original 356-byte length carries the old 9(4)v99 salary
008770*> and is picked apart field by field through
008780*> OLD-EMPLOYEE-REC so the rebuild can widen it, and any
008790*> image short of its tier's current length predates the
008800*> date-of-birth/hire-date group, which the rebuild zeroes.
008810 01  OLD-STAFF-REC.
008820     03  OLD-CODE.
008830         05  OLD-POSITION        pic x.
008840         05  OLD-EMP-NUM         pic 9(6).
008850     03  filler                  pic x(632).

008860 01  OLD-EMPLOYEE-REC.
008870     03  OEM-CODE.
008880         05  OEM-POSITION            pic x.
008890         05  OEM-EMP-NUM             pic 9(6).
008900     03  OEM-AGE                 pic 9(2) comp.
008910     03  OEM-YEARS-WITH-COMPANY  pic 9(2) comp.
008920     03  OEM-DETAILS.
008930         05  OEM-NAME                pic x(115).
008940         05  OEM-ADDRESS             pic x(120).
008950         05  OEM-JOB-TITLE           pic x(20).
008960         05  OEM-DEPARTMENT          pic x(4).
008970         05  OEM-SALARY              pic 9(4)v9(2) comp.
008980         05  OEM-AVERAGE-HOURS-WEEK  pic 9(3) comp.
008990         05  OEM-EXTRAS.
009000             07  OEM-SLEEP-ALLOWANCE pic 9(2) comp.
009010             07  OEM-LEAVE           pic 9 comp-3.
009020         05  OEM-PREVIOUS-JOBS       pic x(20) occurs 3 times.
009030         05  OEM-COMMENT             pic x(17).

009040 fd  staffold2
009050     record is varying in size from 356 to 639
009060         depending on DF-OLD-REC-LEN.

009070*> The alternate-key view of the old file.  Only the key
009080*> fields are named - the surname at offset 16 and the
009090*> department at offset 266 of the employee layout, the same
009100*> in every historic format - and the rebuild interprets the
009110*> image through the STAFFOLD record area either way.
009120 01  OLD2-STAFF-REC.
009130     03  OLD2-CODE.
009140         05  OLD2-POSITION       pic x.
009150         05  OLD2-EMP-NUM        pic 9(6).
009160     03  filler                  pic x(9).
009170     03  OLD2-SURNAME            pic x(50).
009180     03  filler                  pic x(200).
009190     03  OLD2-DEPARTMENT         pic x(4).
009200     03  filler                  pic x(369).

009210 fd  staffold3
009220     record is varying in size from 376 to 655
009230         depending on DF-OLD-REC-LEN.

009240*> The dated layout, with the date-of-birth/hire-date group
009250*> but no reporting line - 376 bytes for an employee up to
009260*> 655 for an executive.  Its images are too long for the
009270*> STAFFOLD record area, so the rebuild takes them straight
009280*> into the staff record area.
009290 01  OLD3-STAFF-REC.
009300     03  OLD3-CODE.
009310         05  OLD3-POSITION       pic x.
009320         05  OLD3-EMP-NUM        pic 9(6).
009330     03  filler                  pic x(9).
009340     03  OLD3-SURNAME            pic x(50).
009350     03  filler                  pic x(200).
009360     03  OLD3-DEPARTMENT         pic x(4).
009370     03  filler                  pic x(385).

009380 fd  auditlog.

009390 01  AUDIT-REC.
009400     03  AUD-DATE                pic 9(8).
009410     03  AUD-TIME                pic 9(8).
009420     03  AUD-ACTING-EMP-CODE.
009430         05  AUD-ACTING-POS      pic x.
009440         05  AUD-ACTING-NUM      pic 9(6).
009450     03  AUD-ACTION              pic x(8).
009460     03  AUD-TARGET-EMP-CODE.
009470         05  AUD-TARGET-POS      pic x.
009480         05  AUD-TARGET-NUM      pic 9(6).
009490     03  AUD-BEFORE-DEPARTMENT   pic x(4).
009500     03  AUD-AFTER-DEPARTMENT    pic x(4).
009510     03  AUD-BEFORE-SALARY       pic 9(16)v9(2).
009520     03  AUD-AFTER-SALARY        pic 9(16)v9(2).

009530 fd  exceptfile.

009540 01  EXCEPT-LINE                 pic x(132).

009550 fd  archfile.

009560*> The settlement group rides at the end of the entry so the
009570*> record image keeps its historic offset - the reinstate scan
009580*> keys on the employee number inside AR-IMAGE.  An archive
009590*> written before the settlement fields existed carries
009600*> 715-byte entries and must be put through the one-time
009610*> archive format upgrade run (menu option Q) before the
009620*> reinstate scan or the retention purge can read it.
009630 01  ARCHIVE-REC.
009640     03  AR-LEAVING-DATE         pic 9(8).
009650     03  AR-ACTING-EMP-CODE      pic x(7).
009660     03  AR-IMAGE                pic x(700).
009670     03  AR-SETTLEMENT.
009680         05  AR-FINAL-PAY        pic 9(16)v9(2).
009690         05  AR-LEAVE-DAYS-PAID  pic s9(5).
009700         05  AR-LEAVE-PAYOUT     pic 9(16)v9(2).

009710 fd  archold.

009720*> One pre-settlement archive entry.
009730 01  OLD-ARCHIVE-REC.
009740     03  OAR-LEAVING-DATE        pic 9(8).
009750     03  OAR-ACTING-EMP-CODE     pic x(7).
009760     03  OAR-IMAGE               pic x(700).

009770 fd  backupfile.

009780*> BK-IMAGE holds the full staff record area - EXECUTIVE-REC is
009790*> the longest of the three layouts, and a group move of it
009800*> carries every byte of whichever tier is in the area.  The
009810*> trailer redefinition is recognized on reload by its marker,
009820*> which can never collide with a position code.
009830 01  BACKUP-REC.
009840     03  BK-IMAGE                pic x(700).

009850 01  BACKUP-TRAILER.
009860     03  BT-MARKER               pic x(8).
009870     03  BT-EMP-COUNT            pic 9(7).
009880     03  BT-MGR-COUNT            pic 9(7).
009890     03  BT-EXEC-COUNT           pic 9(7).
009900     03  BT-SALARY-HASH          pic 9(16)v9(2).
009910     03  filler                  pic x(653).

009920 fd  csvfile.

009930 01  CSV-LINE                    pic x(230).

009940 fd  tranfile.

009950*> One batch maintenance transaction.  Fields that do not apply
009960*> to a given action are left at spaces/zeros by the keying job
009970*> and ignored here, the same way the interactive prompts treat
009980*> an empty reply as "leave unchanged".
009990 01  TRAN-REC.
010000     03  TR-ACTION               pic x(8).
010010     03  TR-ACTING-EMP-CODE.
010020         05  TR-ACTING-POS       pic x.
010030         05  TR-ACTING-NUM       pic 9(6).
010040     03  TR-EMP-NUM              pic 9(6).
010050     03  TR-SURNAME              pic x(50).
010060     03  TR-FIRST-NAME           pic x(50).
010070     03  TR-DEPARTMENT           pic x(4).
010080     03  TR-JOB-TITLE            pic x(80).
010090     03  TR-SALARY               pic 9(10)v9(2).
010100     03  TR-AVG-HOURS            pic 9(3).
010110     03  TR-ALLOWANCE            pic 9(2).
010120     03  TR-DATE-OF-BIRTH        pic 9(8).
010130     03  TR-HIRE-DATE            pic 9(8).
010140*>   Left at spaces on a transaction keyed to the old layout,
010150*>   which the class test reads as "no change".  999999 on an
010160*>   update or promotion takes the line off.
010170     03  TR-REPORTS-TO           pic 9(6).
010180         88  TR-REPORTS-TO-NOBODY    value 999999.
010190*>   The salary grade, left at spaces for "no change" the same
010200*>   way.
010210     03  TR-GRADE                pic x(4).

010220 fd  rejectfile.

010230 01  REJECT-REC.
010240     03  RJ-REASON               pic x(8).
010250     03  RJ-TRAN-IMAGE           pic x(248).

010260 fd  deptfile.

010270 01  DEPT-REC.
010280     03  DP-CODE                 pic x(4).
010290     03  DP-NAME                 pic x(30).
010300     03  DP-COST-CENTRE          pic x(6).
010310     03  DP-OWNER-EMP-NUM        pic 9(6).
010320     03  DP-ACTIVE-FLAG          pic x.
010330         88  DP-IS-ACTIVE            value "A".
010340         88  DP-IS-INACTIVE          value "I".

010350 fd  leavefile.

010360 01  LEAVE-REC.
010370     03  LV-EMP-NUM              pic 9(6).
010380     03  LV-YEAR                 pic 9(4).
010390     03  LV-ENTITLEMENT          pic 9(5).
010400     03  LV-CARRIED-OVER         pic 9(3).
010410     03  LV-TAKEN                pic 9(5).

010420 fd  returnfile.

010430*> One vendor confirmation row - the same columns, in the same
010440*> order, as DF-CSV-WORK writes on the extract, so the salary
010450*> text can be compared character for character against a
010460*> freshly edited copy of the current salary.
010470 01  RETURN-REC.
010480     03  RT-EMP-CODE.
010490         05  RT-POSITION         pic x.
010500         05  RT-EMP-NUM          pic 9(6).
010510     03  filler                  pic x.
010520     03  RT-NAME                 pic x(115).
010530     03  filler                  pic x.
010540     03  RT-DEPARTMENT           pic x(4).
010550     03  filler                  pic x.
010560     03  RT-SALARY               pic x(19).
010570     03  filler                  pic x.
010580     03  RT-JOB-TITLE            pic x(80).

010590 fd  reconfile.

010600 01  RECON-LINE                  pic x(132).

010610 fd  reviewfile.

010620 01  REVIEW-LINE                 pic x(132).

010630 fd  xferfile.

010640 01  XFER-LINE                   pic x(132).

010650 fd  settlfile.

010660 01  SETTL-LINE                  pic x(132).

010670 fd  ratefile.

010680*> One rate.  RA-KEY-VALUE is read by type: the band number
010690*> for a tax band ("T"), the position code for a pension tier
010700*> ("P"), the employee number for a fixed deduction ("F").
010710*> Tax bands must be keyed with floors ascending by band
010720*> number - 4021 takes the last band whose floor the monthly
010730*> gross reaches.
010740 01  RATE-REC.
010750     03  RA-KEY.
010760         05  RA-TYPE             pic x.
010770             88  RA-TAX-BAND         value "T".
010780             88  RA-PENSION-TIER     value "P".
010790             88  RA-FIXED-DEDUCTION  value "F".
010800         05  RA-KEY-VALUE        pic x(6).
010810     03  RA-DESCRIPTION          pic x(20).
010820     03  RA-BAND-FLOOR           pic 9(16)v9(2).
010830     03  RA-PERCENT              pic 9(2)v9(2).
010840     03  RA-AMOUNT               pic 9(7)v9(2).

010850 fd  payslipfile.

010860 01  PAYSLIP-LINE                pic x(132).

010870 fd  glfile.

010880 01  GL-LINE                     pic x(80).

010890 fd  operfile.

010900*> One operator.  The role decides which menu functions the
010910*> operator may reach: "A" reaches everything, "H" the HR
010920*> update functions, "R" the inquiries and reports only.
010930 01  OPERATOR-REC.
010940     03  OP-CODE.
010950         05  OP-POSITION         pic x.
010960         05  OP-EMP-NUM          pic 9(6).
010970     03  OP-PASSWORD             pic x(8).
010980     03  OP-NAME                 pic x(30).
010990     03  OP-ROLE                 pic x.
011000         88  OP-ROLE-ADMIN           value "A".
011010         88  OP-ROLE-HR              value "H".
011020         88  OP-ROLE-READONLY        value "R".
011030     03  OP-ACTIVE-FLAG          pic x.
011040         88  OP-IS-ACTIVE            value "A".
011050         88  OP-IS-INACTIVE          value "I".

011060 fd  runlog.

011070 01  RUNLOG-LINE                 pic x(132).

011080 fd  longsrvfile.

011090 01  LONGSRV-LINE                pic x(132).

011100 fd  purgework.

011110*> One surviving archive entry, image for image.
011120 01  PGWORK-REC                  pic x(756).

011130 fd  auditwork.

011140*> One surviving audit entry, image for image.
011150 01  AUDWORK-REC                 pic x(82).

011160 fd  destcert.

011170 01  DESTCERT-LINE               pic x(132).

011180 fd  payregfile.

011190 01  PAYREG-LINE                 pic x(132).

011200 fd  checkptfile.

011210 01  CHECKPOINT-REC.
011220     03  CKPT-OPERATION          pic x(8).
011230     03  CKPT-LAST-EMP-NUM       pic 9(6).
011240     03  FILLER                  pic x(66).

011250 fd  reviewckpt.

011260 01  REVIEW-CKPT-REC.
011270     03  RVCK-LAST-EMP-NUM       pic 9(6).
011280     03  FILLER                  pic x(74).

011290 fd  ytdfile.

011300*> One person's pay for one register period, and the tax year's
011310*> running totals to the end of it.  The period is the register
011320*> run's year and month; the tax year is the calendar year it
011330*> starts in.  On the control record - employee number zero -
011340*> the period amounts are the register's grand totals and
011350*> YT-PERSONS the headcount it paid.
011360 01  YTD-REC.
011370     03  YT-KEY.
011380         05  YT-EMP-NUM          pic 9(6).
011390         05  YT-PERIOD           pic 9(6).
011400     03  YT-TAX-YEAR             pic 9(4).
011410     03  YT-EMP-CODE             pic x(7).
011420     03  YT-SURNAME              pic x(25).
011430     03  YT-DEPARTMENT           pic x(4).
011440     03  YT-RUN-DATE             pic 9(8).
011450     03  YT-PERSONS              pic 9(7).
011460     03  YT-PERIOD-AMOUNTS.
011470         05  YT-GROSS            pic 9(16)v9(2).
011480         05  YT-TAX              pic 9(16)v9(2).
011490         05  YT-PENSION          pic 9(16)v9(2).
011500         05  YT-FIXED            pic 9(16)v9(2).
011510         05  YT-NET              pic 9(16)v9(2).
011520     03  YT-YTD-AMOUNTS.
011530         05  YT-YTD-GROSS        pic 9(16)v9(2).
011540         05  YT-YTD-TAX          pic 9(16)v9(2).
011550         05  YT-YTD-PENSION      pic 9(16)v9(2).
011560         05  YT-YTD-FIXED        pic 9(16)v9(2).
011570         05  YT-YTD-NET          pic 9(16)v9(2).

011580 fd  yecertfile.

011590 01  YECERT-LINE                 pic x(132).

011600 fd  orgchartfile.

011610 01  ORGCHART-LINE               pic x(132).

011620 fd  absencefile.

011630*> One spell off sick.  The last day off is zero while the
011640*> spell is still running.  The reason is one of the codes in
011650*> DF-SK-REASON-LIST; the certification says whether the
011660*> spell was self-certified or covered by a medical note.
011670*> The changed-by stamp is the operator who last keyed it.
011680 01  ABSENCE-REC.
011690     03  SK-KEY.
011700         05  SK-EMP-NUM          pic 9(6).
011710         05  SK-START-DATE       pic 9(8).
011720     03  SK-END-DATE             pic 9(8).
011730     03  SK-REASON               pic x(3).
011740     03  SK-CERT-TYPE            pic x.
011750         88  SK-SELF-CERTIFIED       value "S".
011760         88  SK-MEDICAL-NOTE         value "M".
011770     03  SK-CHANGED-BY           pic x(7).
011780     03  SK-CHANGED-DATE         pic 9(8).
011790     03  filler                  pic x(20).

011800 fd  absrptfile.

011810 01  ABSRPT-LINE                 pic x(132).

011820 fd  varpayfile.

011830*> One pay element for one person in one period.  An overtime
011840*> element carries its hours and is priced when the register
011850*> pays it; the other elements carry their amount.  The
011860*> loaded-by stamp is the operator who ran the load.
011870 01  VARPAY-REC.
011880     03  VP-KEY.
011890         05  VP-PERIOD           pic 9(6).
011900         05  VP-EMP-NUM          pic 9(6).
011910         05  VP-ELEMENT          pic x(4).
011920     03  VP-HOURS                pic 9(3)v9(2).
011930     03  VP-AMOUNT               pic 9(7)v9(2).
011940     03  VP-LOADED-BY            pic x(7).
011950     03  VP-LOADED-DATE          pic 9(8).
011960     03  filler                  pic x(20).

011970 fd  varinfile.

011980*> One variable pay line as keyed by the department.  Hours are
011990*> left at zero on an amount element and the amount at zero on
012000*> an overtime element.
012010 01  VARIN-REC.
012020     03  VI-PERIOD               pic 9(6).
012030     03  VI-EMP-NUM              pic 9(6).
012040     03  VI-ELEMENT              pic x(4).
012050     03  VI-HOURS                pic 9(3)v9(2).
012060     03  VI-AMOUNT               pic 9(7)v9(2).

012070 fd  varrejfile.

012080 01  VARREJ-REC.
012090     03  VR-REASON               pic x(8).
012100     03  VR-IMAGE                pic x(30).

012110 fd  estabfile.

012120*> One department's funded establishment for one financial year,
012130*> the year named by the calendar year it starts in.  The funded
012140*> headcounts run employees, managers, executives - the same tier
012150*> order the work areas use.
012160 01  ESTAB-REC.
012170     03  EB-KEY.
012180         05  EB-DEPT             pic x(4).
012190         05  EB-YEAR             pic 9(4).
012200     03  EB-FUNDED.
012210         05  EB-FUNDED-EMP       pic 9(5).
012220         05  EB-FUNDED-MGR       pic 9(5).
012230         05  EB-FUNDED-EXEC      pic 9(5).
012240     03  EB-FUNDED-TIERS redefines EB-FUNDED.
012250         05  EB-FUNDED-TIER      pic 9(5) occurs 3 times.
012260     03  EB-SALARY-BUDGET        pic 9(13)v9(2).
012270     03  EB-CHANGED-BY           pic x(7).
012280     03  EB-CHANGED-DATE         pic 9(8).
012290     03  filler                  pic x(20).

012300 fd  estrptfile.

012310 01  ESTRPT-LINE                 pic x(132).

012320 fd  bankfile.

012330*> One person's bank account.  BA-PENDING says what has happened
012340*> to it since the changed details report last ran - A added,
012350*> C changed, D removed - and is cleared once it has been
012360*> reported; a removed account is only taken off the file then.
012370*> The previous details are the ones a change replaced, still
012380*> paid to until the new ones come into force.
012390 01  BANK-REC.
012400     03  BA-EMP-NUM              pic 9(6).
012410     03  BA-DETAILS.
012420         05  BA-SORT-CODE        pic 9(6).
012430         05  BA-ACCOUNT-NUM      pic 9(8).
012440         05  BA-ACCOUNT-NAME     pic x(18).
012450         05  BA-EFFECTIVE-DATE   pic 9(8).
012460     03  BA-PREV-DETAILS.
012470         05  BA-PREV-SORT-CODE   pic 9(6).
012480         05  BA-PREV-ACCOUNT-NUM pic 9(8).
012490         05  BA-PREV-ACCOUNT-NAME pic x(18).
012500         05  BA-PREV-EFFECTIVE-DATE pic 9(8).
012510     03  BA-PENDING              pic x.
012520         88  BA-NOT-PENDING          value space.
012530         88  BA-PENDING-ADD          value "A".
012540         88  BA-PENDING-CHANGE       value "C".
012550         88  BA-PENDING-REMOVE       value "D".
012560     03  BA-CHANGED-BY           pic x(7).
012570     03  BA-CHANGED-DATE         pic 9(8).
012580     03  filler                  pic x(20).

012590 fd  bankpayfile.

012600 01  BANKPAY-LINE                pic x(100).

012610 fd  bnkchgfile.

012620 01  BNKCHG-LINE                 pic x(132).

012630 fd  snapfile.

012640*> One staff record image as it stood on the snapshot date, or
012650*> the snapshot's control record - who took it and the counts
012660*> and salary hash it was proved to.
012670 01  SNAP-REC.
012680     03  SN-KEY.
012690         05  SN-DATE             pic 9(8).
012700         05  SN-EMP-NUM          pic 9(6).
012710     03  SN-IMAGE                pic x(700).
012720     03  SN-CONTROL redefines SN-IMAGE.
012730         05  SN-C-TAKEN-BY       pic x(7).
012740         05  SN-C-TAKEN-TIME     pic 9(8).
012750         05  SN-C-RECORDS        pic 9(7).
012760         05  SN-C-EMP-COUNT      pic 9(7).
012770         05  SN-C-MGR-COUNT      pic 9(7).
012780         05  SN-C-EXEC-COUNT     pic 9(7).
012790         05  SN-C-SALARY-HASH    pic 9(16)v9(2).
012800         05  filler              pic x(639).

012810 fd  snapprev.

012820 01  SNAPPREV-REC.
012830     03  SP-KEY.
012840         05  SP-DATE             pic 9(8).
012850         05  SP-EMP-NUM          pic 9(6).
012860     03  SP-IMAGE                pic x(700).

012870 fd  movrptfile.

012880 01  MOVRPT-LINE                 pic x(132).

012890 fd  duprptfile.

012900 01  DUPRPT-LINE                 pic x(132).

012910 fd  periodfile.

012920*> One pay period.  The month-end steps run in order - register,
012930*> reconciliation, GL postings, snapshot, purge - and each one
012940*> needs the one before it complete for the period; running a
012950*> step again clears the steps after it.  A period closes only
012960*> when all five are complete.
012970 01  PERIOD-REC.
012980     03  PC-PERIOD               pic 9(6).
012990     03  PC-DETAIL.
013000         05  PC-STATUS           pic x.
013010             88  PC-IS-OPEN              value "O".
013020             88  PC-IS-CLOSED            value "C".
013030         05  PC-STEP             occurs 5 times.
013040             07  PC-STEP-DONE    pic x.
013050                 88  PC-STEP-COMPLETE    value "Y".
013060             07  PC-STEP-BY      pic x(7).
013070             07  PC-STEP-DATE    pic 9(8).
013080             07  PC-STEP-TIME    pic 9(8).
013090         05  PC-CLOSED-BY        pic x(7).
013100         05  PC-CLOSED-DATE      pic 9(8).
013110         05  PC-CLOSED-TIME      pic 9(8).
013120         05  PC-REOPENED-BY      pic x(7).
013130         05  PC-REOPENED-DATE    pic 9(8).
013140         05  PC-REOPENED-TIME    pic 9(8).
013150         05  filler              pic x(20).
013160*>   Period zero - the control header.
013170     03  PC-HEADER redefines PC-DETAIL.
013180         05  PC-H-OPEN-PERIOD    pic 9(6).
013190         05  PC-H-ROLL-YEAR      pic 9(4).
013200         05  PC-H-ROLL-BY        pic x(7).
013210         05  PC-H-ROLL-DATE      pic 9(8).
013220         05  PC-H-ROLL-TIME      pic 9(8).
013230         05  PC-H-ACCRUAL-YEAR   pic 9(4).
013240         05  PC-H-ACCRUAL-BY     pic x(7).
013250         05  PC-H-ACCRUAL-DATE   pic 9(8).
013260         05  PC-H-ACCRUAL-TIME   pic 9(8).
013270         05  filler              pic x(127).

013280 fd  gradefile.

013290*> One salary grade.  Every salary change is held to the band
013300*> from the minimum to the maximum; the midpoint is what the
013310*> compa-ratio measures against, and lies inside the band.
013320 01  GRADE-REC.
013330     03  GR-GRADE                pic x(4).
013340     03  GR-TITLE                pic x(30).
013350     03  GR-BAND.
013360         05  GR-MIN-SALARY       pic 9(16)v9(2).
013370         05  GR-MID-SALARY       pic 9(16)v9(2).
013380         05  GR-MAX-SALARY       pic 9(16)v9(2).
013390     03  GR-CHANGED-BY           pic x(7).
013400     03  GR-CHANGED-DATE         pic 9(8).
013410     03  filler                  pic x(20).

013420 fd  comparptfile.

013430 01  COMPA-LINE                  pic x(132).

013440 working-storage section.

013450 01  FILE-STATUS                 pic x(2).
013460 01  DF-OLD-STATUS               pic x(2).
013470 01  DF-OLD2-STATUS              pic x(2).
013480 01  DF-OLD3-STATUS              pic x(2).
013490 01  DF-OLD-REC-LEN              pic 9(4) comp.
013500 01  anykey                      pic x(80).

013510****************************************************************
013520* File-status fields for the secondary files.                  *
013530****************************************************************
013540 01  DF-AUDIT-STATUS              pic x(2).
013550 01  DF-EXCEPT-STATUS             pic x(2).
013560 01  DF-CSV-STATUS                pic x(2).
013570 01  DF-CKPT-STATUS               pic x(2).
013580 01  DF-RVCKPT-STATUS             pic x(2).
013590 01  DF-TRAN-STATUS               pic x(2).
013600 01  DF-REJECT-STATUS             pic x(2).
013610 01  DF-PAYREG-STATUS             pic x(2).
013620 01  DF-DEPTM-STATUS              pic x(2).
013630 01  DF-LEAVE-STATUS              pic x(2).
013640 01  DF-RETURN-STATUS             pic x(2).
013650 01  DF-RECON-STATUS              pic x(2).
013660 01  DF-BACKUP-STATUS             pic x(2).
013670 01  DF-ARCH-STATUS               pic x(2).
013680 01  DF-AROLD-STATUS              pic x(2).
013690 01  DF-REVIEW-STATUS             pic x(2).
013700 01  DF-XFER-STATUS               pic x(2).
013710 01  DF-SETTL-STATUS              pic x(2).
013720 01  DF-RATES-STATUS              pic x(2).
013730 01  DF-PAYSLIP-STATUS            pic x(2).
013740 01  DF-GL-STATUS                 pic x(2).
013750 01  DF-OPER-STATUS               pic x(2).
013760 01  DF-RUNLOG-STATUS             pic x(2).
013770 01  DF-LONGSRV-STATUS            pic x(2).
013780 01  DF-PGWORK-STATUS             pic x(2).
013790 01  DF-AUDWORK-STATUS            pic x(2).
013800 01  DF-DESTCERT-STATUS           pic x(2).
013810 01  DF-YTD-STATUS                pic x(2).
013820 01  DF-YECERT-STATUS             pic x(2).
013830 01  DF-ORGCHART-STATUS           pic x(2).
013840 01  DF-ABSENCE-STATUS            pic x(2).
013850 01  DF-ABSRPT-STATUS             pic x(2).
013860 01  DF-VARPAY-STATUS             pic x(2).
013870 01  DF-VARIN-STATUS              pic x(2).
013880 01  DF-VARREJ-STATUS             pic x(2).
013890 01  DF-ESTAB-STATUS              pic x(2).
013900 01  DF-ESTRPT-STATUS             pic x(2).
013910 01  DF-BANK-STATUS               pic x(2).
013920 01  DF-BANKPAY-STATUS            pic x(2).
013930 01  DF-BNKCHG-STATUS             pic x(2).
013940 01  DF-SNAP-STATUS               pic x(2).
013950 01  DF-SNAPPREV-STATUS           pic x(2).
013960 01  DF-MOVRPT-STATUS             pic x(2).
013970 01  DF-DUPRPT-STATUS             pic x(2).
013980 01  DF-PERIODF-STATUS            pic x(2).
013990 01  DF-GRADE-STATUS              pic x(2).
014000 01  DF-COMPARPT-STATUS           pic x(2).

014010****************************************************************
014020* Run-time file assignments, resolved from the environment.    *
014030****************************************************************
014040 01  DF-STAFFFILE-PATH            pic x(250) value spaces.
014050 01  DF-AUDITLOG-PATH             pic x(250) value spaces.
014060 01  DF-EXCEPTFILE-PATH           pic x(250) value spaces.
014070 01  DF-CSVFILE-PATH              pic x(250) value spaces.
014080 01  DF-CHECKPT-PATH              pic x(250) value spaces.
014090 01  DF-RVCKPT-PATH               pic x(250) value spaces.
014100 01  DF-TRANFILE-PATH             pic x(250) value spaces.
014110 01  DF-REJECT-PATH               pic x(250) value spaces.
014120 01  DF-PAYREG-PATH               pic x(250) value spaces.
014130 01  DF-DEPTM-PATH                pic x(250) value spaces.
014140 01  DF-LEAVE-PATH                pic x(250) value spaces.
014150 01  DF-RETURN-PATH               pic x(250) value spaces.
014160 01  DF-RECON-PATH                pic x(250) value spaces.
014170 01  DF-BACKUP-PATH               pic x(250) value spaces.
014180 01  DF-ARCH-PATH                 pic x(250) value spaces.
014190 01  DF-REVIEW-PATH               pic x(250) value spaces.
014200 01  DF-XFER-PATH                 pic x(250) value spaces.
014210 01  DF-SETTL-PATH                pic x(250) value spaces.
014220 01  DF-RATES-PATH                pic x(250) value spaces.
014230 01  DF-PAYSLIP-PATH              pic x(250) value spaces.
014240 01  DF-GL-PATH                   pic x(250) value spaces.
014250 01  DF-OPER-PATH                 pic x(250) value spaces.
014260 01  DF-RUNLOG-PATH               pic x(250) value spaces.
014270 01  DF-LONGSRV-PATH              pic x(250) value spaces.
014280 01  DF-PGWORK-PATH               pic x(250) value spaces.
014290 01  DF-AUDWORK-PATH              pic x(250) value spaces.
014300 01  DF-DESTCERT-PATH             pic x(250) value spaces.
014310 01  DF-YTD-PATH                  pic x(250) value spaces.
014320 01  DF-YECERT-PATH               pic x(250) value spaces.
014330 01  DF-ORGCHART-PATH             pic x(250) value spaces.
014340 01  DF-ABSENCE-PATH              pic x(250) value spaces.
014350 01  DF-ABSRPT-PATH               pic x(250) value spaces.
014360 01  DF-VARPAY-PATH               pic x(250) value spaces.
014370 01  DF-VARIN-PATH                pic x(250) value spaces.
014380 01  DF-VARREJ-PATH               pic x(250) value spaces.
014390 01  DF-ESTAB-PATH                pic x(250) value spaces.
014400 01  DF-ESTRPT-PATH               pic x(250) value spaces.
014410 01  DF-BANK-PATH                 pic x(250) value spaces.
014420 01  DF-BANKPAY-PATH              pic x(250) value spaces.
014430 01  DF-BNKCHG-PATH               pic x(250) value spaces.
014440 01  DF-SNAP-PATH                 pic x(250) value spaces.
014450 01  DF-MOVRPT-PATH               pic x(250) value spaces.
014460 01  DF-DUPRPT-PATH               pic x(250) value spaces.
014470 01  DF-PERIODF-PATH              pic x(250) value spaces.
014480 01  DF-GRADE-PATH                pic x(250) value spaces.
014490 01  DF-COMPARPT-PATH             pic x(250) value spaces.

014500****************************************************************
014510* Switches and their condition names.                          *
014520****************************************************************
014530 01  DF-SWITCHES.
014540     05  DF-EOF-SWITCH             pic x value "N".
014550         88  DF-END-OF-FILE            value "Y".
014560     05  DF-EXIT-SWITCH            pic x value "N".
014570         88  DF-EXIT-PROGRAM           value "Y".
014580     05  DF-FOUND-SWITCH           pic x value "N".
014590         88  DF-RECORD-WAS-FOUND       value "Y".
014600     05  DF-TRAN-EOF-SWITCH        pic x value "N".
014610         88  DF-TRAN-END-OF-FILE       value "Y".
014620     05  DF-APPLY-OK-SWITCH        pic x value "Y".
014630         88  DF-APPLY-WAS-OK           value "Y".
014640     05  DF-AUD-EOF-SWITCH         pic x value "N".
014650         88  DF-AUD-END-OF-FILE        value "Y".
014660     05  DF-DEPTM-SWITCH           pic x value "N".
014670         88  DF-DEPT-MASTER-LOADED     value "Y".
014680     05  DF-RET-EOF-SWITCH         pic x value "N".
014690         88  DF-RET-END-OF-FILE        value "Y".
014700     05  DF-BK-EOF-SWITCH          pic x value "N".
014710         88  DF-BK-END-OF-FILE         value "Y".
014720     05  DF-BK-TRAILER-SWITCH      pic x value "N".
014730         88  DF-BK-TRAILER-SEEN        value "Y".
014740     05  DF-OLD-VIEW-SWITCH        pic x value "1".
014750         88  DF-OLD-PRIMARY-VIEW       value "1".
014760         88  DF-OLD-ALTKEY-VIEW        value "2".
014770         88  DF-OLD-DATED-VIEW         value "3".
014780     05  DF-PGWK-EOF-SWITCH        pic x value "N".
014790         88  DF-PGWK-END-OF-FILE       value "Y".
014800     05  DF-ARCH-EOF-SWITCH        pic x value "N".
014810         88  DF-ARCH-END-OF-FILE       value "Y".
014820     05  DF-RATES-SWITCH           pic x value "N".
014830         88  DF-RATES-LOADED           value "Y".
014840     05  DF-RATE-EOF-SWITCH        pic x value "N".
014850         88  DF-RATE-END-OF-FILE       value "Y".
014860     05  DF-OPER-SWITCH            pic x value "N".
014870         88  DF-OPERATORS-LOADED       value "Y".
014880     05  DF-SIGNON-SWITCH          pic x value "N".
014890         88  DF-SIGNED-ON              value "Y".
014900     05  DF-AUTH-SWITCH            pic x value "N".
014910         88  DF-AUTH-GRANTED           value "Y".
014920     05  DF-BATCH-SWITCH           pic x value "N".
014930         88  DF-BATCH-MODE             value "Y".
014940     05  DF-LOCKED-SWITCH          pic x value "N".
014950         88  DF-RECORD-IS-LOCKED       value "Y".
014960     05  DF-YT-EOF-SWITCH          pic x value "N".
014970         88  DF-YT-END-OF-FILE         value "Y".
014980     05  DF-PERIOD-REFUSED-SWITCH  pic x value "N".
014990         88  DF-PERIOD-REFUSED         value "Y".
015000     05  DF-PERIOD-RERUN-SWITCH    pic x value "N".
015010         88  DF-PERIOD-RERUN           value "Y".
015020     05  DF-YE-PROOF-SWITCH        pic x value "Y".
015030         88  DF-YE-PROVED              value "Y".

015040****************************************************************
015050* Menu and prompt work areas.                                  *
015060****************************************************************
015070 77  DF-MENU-CHOICE          pic x(1).
015080 77  DF-MAINT-CHOICE         pic x(1).
015090 77  DF-CONFIRM              pic x(1).
015100 77  DF-INQUIRY-EMP-NUM      pic 9(6).
015110 77  DF-RECORD-COUNTER       pic 9(7) comp value zero.
015120 77  DF-CHECKPOINT-INTERVAL  pic 9(5) comp value 100.
015130 77  DF-CHECKPOINT-VALUE     pic 9(6) value zero.
015140 77  DF-CKPT-QUOTIENT        pic 9(7) comp value zero.
015150 77  DF-CKPT-REMAINDER       pic 9(7) comp value zero.
015160****************************************************************
015170* DF-CURRENT-OPERATION - which full-file operation (LIST or    *
015180* CSV) is running, so a checkpoint left by one operation is    *
015190* never mistaken for the other's.  Set before 7010/7020/7030   *
015200* are performed.                                               *
015210****************************************************************
015220 77  DF-CURRENT-OPERATION    pic x(8).
015230 77  DF-SUB                  pic 9(3) comp value zero.
015240 77  DF-LOOKUP-DEPT          pic x(4).
015250 77  DF-CHECK-DEPT           pic x(4).
015260 77  DF-OWNER-CODE           pic x(7).
015270 77  DF-AUTHOR-CODE          pic x(7).

015280****************************************************************
015290* Batch transaction run work areas and control totals.         *
015300****************************************************************
015310 77  DF-APPLIED-COUNT        pic 9(7) comp value zero.
015320 77  DF-REJECTED-COUNT       pic 9(7) comp value zero.
015330 77  DF-REJECT-REASON        pic x(8).

015340****************************************************************
015350* Alternate-key browse work areas.                             *
015360****************************************************************
015370 77  DF-BROWSE-CHOICE        pic x(1).
015380 77  DF-BROWSE-SURNAME       pic x(50).
015390 77  DF-BROWSE-LEN           pic 9(2) comp value zero.
015400 77  DF-BROWSE-DEPT          pic x(4).
015410 77  DF-MATCH-COUNT          pic 9(7) comp value zero.

015420****************************************************************
015430* Pay register work areas.  The register treats the salary     *
015440* fields as annual amounts paid in twelfths, and the bonus and *
015450* allowance fields as monthly amounts added whole.             *
015460****************************************************************
015470 77  DF-PAY-GROSS            pic 9(16)v9(2) comp-3.
015480 77  DF-REG-DATE             pic 9(8).
015490*>   The month the register is run in - the period it pays is
015500*>   the open one, in DF-YT-PERIOD.
015510 77  DF-REG-RUN-PERIOD       pic 9(6) value zero.
015520 77  DF-REG-HEAD-TOTAL       pic 9(7) comp value zero.
015530 77  DF-REG-GRAND-GROSS      pic 9(16)v9(2) comp-3.

015540****************************************************************
015550* Deduction work areas - one person's tax, pension, fixed      *
015560* deductions and net, and the run's deduction grand totals.    *
015570****************************************************************
015580 77  DF-PAY-TAX              pic 9(16)v9(2) comp-3.
015590 77  DF-PAY-PENSION          pic 9(16)v9(2) comp-3.
015600 77  DF-PAY-FIXED            pic 9(16)v9(2) comp-3.
015610 77  DF-PAY-NET              pic s9(16)v9(2) comp-3.
015620 77  DF-RT-BEST-PCT          pic 9(2)v9(2).
015630 77  DF-REG-GRAND-TAX        pic 9(16)v9(2) comp-3.
015640 77  DF-REG-GRAND-PENSION    pic 9(16)v9(2) comp-3.
015650 77  DF-REG-GRAND-FIXED      pic 9(16)v9(2) comp-3.
015660 77  DF-REG-GRAND-NET        pic 9(16)v9(2) comp-3.
015670 77  DF-PS-MONEY-EDIT        pic z(15)9.99.

015680****************************************************************
015690* General-ledger posting work areas.  The hash total is the    *
015700* plain sum of every posted amount, debits and credit alike -  *
015710* its only job is to come out the same in finance's loader.    *
015720****************************************************************
015730 77  DF-GL-HASH              pic 9(16)v9(2) comp-3.
015740 77  DF-GL-CREDIT            pic 9(16)v9(2) comp-3.
015750 77  DF-GL-LINES             pic 9(7) comp value zero.
015760 77  DF-GL-LINE-EDIT         pic z(6)9.

015770 01  DF-GL-WORK.
015780     05  DF-GL-REC-TYPE          pic x(1).
015790     05  filler                  pic x(1) value spaces.
015800     05  DF-GL-COST-CENTRE       pic x(6).
015810     05  filler                  pic x(1) value spaces.
015820     05  DF-GL-DRCR              pic x(2).
015830     05  filler                  pic x(1) value spaces.
015840     05  DF-GL-AMOUNT            pic 9(16)v9(2).
015850     05  filler                  pic x(1) value spaces.
015860     05  DF-GL-DATE              pic 9(8).
015870     05  filler                  pic x(1) value spaces.
015880     05  DF-GL-NARRATIVE         pic x(30).

015890 01  DF-REG-WORK.
015900     05  DF-REG-CODE                pic x(7).
015910     05  filler                     pic x(2) value spaces.
015920     05  DF-REG-SURNAME             pic x(25).
015930     05  filler                     pic x(2) value spaces.
015940     05  DF-REG-DEPT                pic x(4).
015950     05  filler                     pic x(2) value spaces.
015960     05  DF-REG-GROSS               pic z(15)9.99.
015970     05  filler                     pic x(2) value spaces.
015980     05  DF-REG-NET                 pic z(15)9.99.

015990 01  DF-REG-TOTAL-WORK.
016000     05  DF-REG-TOT-DEPT            pic x(4).
016010     05  filler                     pic x(2) value spaces.
016020     05  DF-REG-TOT-COUNT           pic z(6)9.
016030     05  filler                     pic x(2) value spaces.
016040     05  DF-REG-TOT-GROSS           pic z(15)9.99.
016050     05  filler                     pic x(2) value spaces.
016060     05  DF-REG-TOT-NET             pic z(15)9.99.

016070****************************************************************
016080* Audit log inquiry and activity report work areas.            *
016090****************************************************************
016100 77  DF-AUD-CHOICE           pic x(1).
016110 77  DF-AUD-FROM-DATE        pic 9(8).
016120 77  DF-AUD-TO-DATE          pic 9(8).
016130 77  DF-AUD-MATCHES          pic 9(7) comp value zero.
016140 77  DF-AUD-SCANNED          pic 9(7) comp value zero.
016150 77  DF-AUD-SAL-BEFORE       pic z(15)9.99.
016160 77  DF-AUD-SAL-AFTER        pic z(15)9.99.

016170****************************************************************
016180* Activity accumulator - one entry per acting employee code    *
016190* and action seen in the requested date range.                 *
016200****************************************************************
016210 01  DF-ACT-TABLE.
016220     05  DF-ACT-ENTRY occurs 200 times.
016230         07  DF-ACT-CODE             pic x(7).
016240         07  DF-ACT-ACTION           pic x(8).
016250         07  DF-ACT-COUNT            pic 9(7) comp.
016260 77  DF-ACT-USED             pic 9(3) comp value zero.
016270 77  DF-ACT-IDX              pic 9(3) comp value zero.
016280 77  DF-ACT-SUB              pic 9(3) comp value zero.

016290****************************************************************
016300* Department master maintenance work areas.                    *
016310****************************************************************
016320 77  DF-DM-CHOICE            pic x(1).
016330 77  DF-DM-CODE              pic x(4).
016340 77  DF-DM-NAME              pic x(30).
016350 77  DF-DM-COST              pic x(6).
016360 77  DF-DM-OWNER             pic 9(6).
016370 77  DF-DM-COUNT             pic 9(5) comp value zero.
016380 77  DF-DEPT-NAME-WORK       pic x(30).

016390****************************************************************
016400* Deduction rates maintenance work areas.                      *
016410****************************************************************
016420 77  DF-RM-CHOICE            pic x(1).
016430 77  DF-RM-TYPE              pic x(1).
016440 77  DF-RM-KEY               pic x(6).
016450 77  DF-RM-DESC              pic x(20).
016460 77  DF-RM-FLOOR             pic 9(16)v9(2).
016470 77  DF-RM-PCT               pic 9(2)v9(2).
016480 77  DF-RM-AMT               pic 9(7)v9(2).
016490 77  DF-RM-COUNT             pic 9(5) comp value zero.

016500****************************************************************
016510* Operator security work areas.  DF-SIGNON-ROLE holds the      *
016520* signed-on operator's role for the 5260 authority checks;     *
016530* DF-REQUIRED-ROLE is set by the caller before each check -    *
016540* "H" for the HR update functions, "A" for admin-only ones.    *
016550****************************************************************
016560 77  DF-SIGNON-ROLE          pic x(1).
016570 77  DF-REQUIRED-ROLE        pic x(1).
016580 77  DF-SIGNON-PASSWORD      pic x(8) value spaces.
016590 77  DF-SIGNON-TRIES         pic 9(1) comp value zero.
016600 77  DF-SEC-TARGET-CODE      pic x(7).
016610 77  DF-OM-CHOICE            pic x(1).
016620 77  DF-OM-PASSWORD          pic x(8).
016630 77  DF-OM-NAME              pic x(30).
016640 77  DF-OM-ROLE              pic x(1).
016650 77  DF-OM-COUNT             pic 9(5) comp value zero.

016660****************************************************************
016670* Unattended run mode work areas.  DF-RUN-FUNCTION is the      *
016680* function named by DFRUNMODE; DF-RUN-RC is the run's worst    *
016690* return code - 0 clean, 4 with breaks or rejects to look at,  *
016700* 8 when the run could not do what it was asked.               *
016710****************************************************************
016720*>   Both start at spaces - when the environment variable is
016730*>   absent the ACCEPT leaves the field untouched, and spaces
016740*>   is what the batch-versus-menu test and the trust-mode
016750*>   acting stamp rely on finding.
016760 77  DF-RUN-FUNCTION         pic x(8) value spaces.
016770 77  DF-RUN-RC               pic 9(2) comp value zero.
016780 77  DF-BATCH-OP             pic x(7) value spaces.
016790 77  DF-SAVED-ACTING-CODE    pic x(7).
016800 77  DF-BATCH-LV-YEAR        pic 9(4) value zero.
016810 77  DF-RL-COUNT-EDIT        pic z(6)9.

016820****************************************************************
016830* Leave subsystem work areas.  DF-CARRY-CAP is the most leave  *
016840* a person may carry into the new year on the accrual run.     *
016850****************************************************************
016860 77  DF-LV-CHOICE            pic x(1).
016870 77  DF-LV-DAYS              pic 9(3).
016880 77  DF-LV-ENTITLE           pic 9(5) comp value zero.
016890 77  DF-LV-REMAINING         pic s9(5) comp value zero.
016900 77  DF-LV-NEW-CARRY         pic s9(5) comp value zero.
016910 77  DF-LV-YEAR              pic 9(4).
016920 77  DF-LV-TODAY             pic 9(8).
016930 77  DF-LV-CREATED           pic 9(7) comp value zero.
016940 77  DF-LV-UPDATED           pic 9(7) comp value zero.
016950 77  DF-LV-SKIPPED           pic 9(7) comp value zero.
016960 77  DF-CARRY-CAP            pic 9(3) comp value 5.

016970****************************************************************
016980* Reconciliation work areas and control counts.                *
016990****************************************************************
017000 77  DF-REC-MATCHED          pic 9(7) comp value zero.
017010 77  DF-REC-MISSING          pic 9(7) comp value zero.
017020 77  DF-REC-ORPHAN           pic 9(7) comp value zero.
017030 77  DF-REC-MISMATCH         pic 9(7) comp value zero.
017040 77  DF-REC-DEPT             pic x(4).
017050 77  DF-REC-GROSS-TOTAL      pic 9(16)v9(2) comp-3.
017060 77  DF-REC-NET-TOTAL        pic 9(16)v9(2) comp-3.

017070****************************************************************
017080* Unload/reload work areas.  The hash total is a plain sum of  *
017090* every record's salary - its only job is to come out the same *
017100* on the reload as it did on the unload.                       *
017110****************************************************************
017120 77  DF-BK-EMP-COUNT         pic 9(7) comp value zero.
017130 77  DF-BK-MGR-COUNT         pic 9(7) comp value zero.
017140 77  DF-BK-EXEC-COUNT        pic 9(7) comp value zero.
017150 77  DF-BK-HASH              pic 9(16)v9(2) comp-3 value zero.
017160 77  DF-BK-RECORDS           pic 9(7) comp value zero.

017170****************************************************************
017180* Leavers archive work areas.  The hold area keeps the most    *
017190* recent archived image for the employee being reinstated      *
017200* while the scan runs on to the end of the archive.            *
017210****************************************************************
017220 77  DF-ARCH-KEY             pic x(6).
017230 01  DF-ARCH-HOLD.
017240     05  DF-AH-DATE              pic 9(8).
017250     05  DF-AH-IMAGE             pic x(700).
017260     05  DF-AH-FINAL-PAY         pic 9(16)v9(2).
017270     05  DF-AH-LEAVE-DAYS        pic s9(5).
017280     05  DF-AH-LEAVE-PAYOUT      pic 9(16)v9(2).

017290****************************************************************
017300* Termination settlement work areas.  The day rate for the     *
017310* untaken-leave payout is the annual salary over the 260       *
017320* working days of the year.                                    *
017330****************************************************************
017340 77  DF-TS-FINAL-PAY         pic 9(16)v9(2) comp-3.
017350 77  DF-TS-DAY-RATE          pic 9(16)v9(2) comp-3.
017360 77  DF-TS-LEAVE-PAYOUT      pic 9(16)v9(2) comp-3.
017370 77  DF-TS-TOTAL-DUE         pic 9(16)v9(2) comp-3.
017380 77  DF-TS-LEAVE-DAYS        pic s9(5) comp.
017390 77  DF-TS-MONEY-EDIT        pic z(15)9.99.
017400 77  DF-TS-DAYS-EDIT         pic -(4)9.

017410****************************************************************
017420* Salary review work areas.  The award rule is a percentage    *
017430* applied to one department, one position code, or everyone,   *
017440* captured the same way for the proposal and the apply pass.   *
017450****************************************************************
017460 77  DF-RV-CHOICE            pic x(1).
017470 77  DF-RV-SCOPE             pic x(1).
017480 77  DF-RV-DEPT              pic x(4).
017490 77  DF-RV-POS               pic x(1).
017500 77  DF-RV-PCT               pic 9(2)v9(2).
017510 77  DF-RV-OLD-SALARY        pic 9(16)v9(2) comp-3.
017520 77  DF-RV-NEW-SALARY        pic 9(16)v9(2) comp-3.
017530 77  DF-RV-IN-SCOPE          pic 9(7) comp value zero.
017540 77  DF-RV-APPLIED           pic 9(7) comp value zero.
017550 77  DF-RV-SKIPPED           pic 9(7) comp value zero.
017560 77  DF-RV-MATCH-SWITCH      pic x value "N".
017570     88  DF-RV-RECORD-IN-SCOPE   value "Y".

017580 01  DF-RV-WORK.
017590     05  DF-RV-CODE                 pic x(7).
017600     05  filler                     pic x(2) value spaces.
017610     05  DF-RV-WDEPT                pic x(4).
017620     05  filler                     pic x(2) value spaces.
017630     05  DF-RV-CURR                 pic z(15)9.99.
017640     05  filler                     pic x(2) value spaces.
017650     05  DF-RV-PROP                 pic z(15)9.99.
017660     05  filler                     pic x(2) value spaces.
017670     05  DF-RV-BAND                 pic x(20).

017680 01  DF-RV-TOT-WORK.
017690     05  DF-RV-TOT-DEPT             pic x(4).
017700     05  filler                     pic x(2) value spaces.
017710     05  DF-RV-TOT-COUNT            pic z(6)9.
017720     05  filler                     pic x(2) value spaces.
017730     05  DF-RV-TOT-CURR             pic z(15)9.99.
017740     05  filler                     pic x(2) value spaces.
017750     05  DF-RV-TOT-PROP             pic z(15)9.99.

017760****************************************************************
017770* Department close-down transfer work areas and per-tier       *
017780* counts.                                                      *
017790****************************************************************
017800 77  DF-XF-FROM-DEPT         pic x(4).
017810 77  DF-XF-TO-DEPT           pic x(4).
017820 77  DF-XF-EMP-COUNT         pic 9(7) comp value zero.
017830 77  DF-XF-MGR-COUNT         pic 9(7) comp value zero.
017840 77  DF-XF-EXEC-COUNT        pic 9(7) comp value zero.
017850 77  DF-XF-SKIPPED           pic 9(7) comp value zero.
017860 77  DF-XF-MOVED             pic z(6)9.

017870****************************************************************
017880* Acting employee code - who is making the change - captured   *
017890* once per maintenance or promotion transaction and stamped    *
017900* onto every record that transaction writes or rewrites.       *
017910****************************************************************
017920 01  DF-ACTING-EMP-CODE.
017930     05  DF-ACTING-POS             pic x.
017940     05  DF-ACTING-NUM             pic 9(6).

017950****************************************************************
017960* Before/after snapshot used to build audit log entries.       *
017970****************************************************************
017980 01  DF-AUDIT-SNAPSHOT.
017990     05  DF-AUDIT-ACTION            pic x(8).
018000     05  DF-AUDIT-BEFORE-DEPT       pic x(4).
018010     05  DF-AUDIT-AFTER-DEPT        pic x(4).
018020     05  DF-AUDIT-BEFORE-SALARY    pic 9(16)v9(2).
018030     05  DF-AUDIT-AFTER-SALARY     pic 9(16)v9(2).

018040****************************************************************
018050* Approved department table - built from a literal list so new *
018060* codes can be added in one place without touching the logic.  *
018070****************************************************************
018080 01  DF-APPROVED-DEPT-LIST.
018090     05  filler                  pic x(40) value
018100         "SALEMKTGFINCHRMPITSPOPSPLGLPADMNPRODEXEC".
018110 01  DF-APPROVED-DEPT-TABLE redefines DF-APPROVED-DEPT-LIST.
018120     05  DF-APPROVED-DEPT        pic x(4) occurs 10 times.

018130****************************************************************
018140* Department accumulator table for the payroll/leave summary.  *
018150****************************************************************
018160 01  DF-DEPT-TABLE.
018170     05  DF-DEPT-ENTRY occurs 50 times indexed by DF-DEPT-IDX.
018180         07  DF-DEPT-CODE            pic x(4).
018190         07  DF-DEPT-EMP-COUNT       pic 9(7) comp.
018200         07  DF-DEPT-SALARY-TOTAL    pic 9(16)v9(2) comp-3.
018210         07  DF-DEPT-LEAVE-TOTAL     pic 9(9) comp-3.
018220         07  DF-DEPT-PROP-TOTAL      pic 9(16)v9(2) comp-3.
018230         07  DF-DEPT-NET-TOTAL       pic 9(16)v9(2) comp-3.
018240 77  DF-DEPT-COUNT                    pic 9(3) comp value zero.
018250 77  DF-DFIDX                 pic 9(3) comp value zero.

018260****************************************************************
018270* Employee-code table used by the exception report to prove a  *
018280* given EM-AUTHOR-EMP-CODE actually exists on the file.        *
018290****************************************************************
018300 01  DF-CODE-TABLE.
018310     05  DF-CODE-ENTRY pic x(7) occurs 2000 times
018320         indexed by DF-CODE-IDX.
018330 77  DF-CODE-COUNT                     pic 9(4) comp value zero.

018340****************************************************************
018350* Maintenance and promotion work areas.                        *
018360****************************************************************
018370 77  DF-NEW-SALARY                      pic 9(10)v9(2).
018380 77  DF-NEW-DEPARTMENT                   pic x(4).
018390 77  DF-NEW-AVG-HOURS                     pic 9(3).
018400 77  DF-NEW-ALLOWANCE                      pic 9(2).
018410 77  DF-NEW-JOB-TITLE                       pic x(80).
018420 77  DF-NEW-DATE                             pic 9(8).
018430 77  DF-NEW-REPORTS-TO                       pic 9(6).
018440     88  DF-NEW-REPORTS-TO-NOBODY            value 999999.
018450 77  DF-NEW-GRADE                            pic x(4).

018460****************************************************************
018470* Derived age/service work areas.  3300 turns a date of birth  *
018480* and hire date into today's age and years of service - the    *
018490* yyyymmdd difference over 10000 - falling back to the stored  *
018500* fields when a date was never captured.                       *
018510****************************************************************
018520 77  DF-AS-TODAY             pic 9(8).
018530 77  DF-AS-DOB               pic 9(8).
018540 77  DF-AS-HIRE              pic 9(8).
018550 77  DF-AS-STORED-AGE        pic 9(3).
018560 77  DF-AS-STORED-YEARS      pic 9(3).
018570 77  DF-AS-AGE               pic 9(3).
018580 77  DF-AS-YEARS             pic 9(3).

018590****************************************************************
018600* Year-start roll run counts and long-service report work     *
018610* areas.  The long-service table collects one line per person *
018620* reaching a milestone, then prints them grouped by           *
018630* department.                                                 *
018640****************************************************************
018650 77  DF-YR-PROVED            pic 9(7) comp value zero.
018660 77  DF-YR-CORRECTED         pic 9(7) comp value zero.
018670 77  DF-YR-NO-DATES          pic 9(7) comp value zero.
018680 77  DF-YR-SKIPPED           pic 9(7) comp value zero.
018690 77  DF-LS-HORIZON           pic 9(8).
018700 77  DF-LS-YEAR              pic 9(4).
018710 77  DF-LS-NOW-YEARS         pic 9(3).
018720 77  DF-LS-HRZN-YEARS        pic 9(3).
018730 77  DF-LS-MILESTONE         pic 9(2).
018740 77  DF-LS-USED              pic 9(3) comp value zero.
018750 77  DF-LS-SUB               pic 9(3) comp value zero.
018760 77  DF-LS-SUB2              pic 9(3) comp value zero.
018770 77  DF-LS-COUNT             pic 9(7) comp value zero.
018780 77  DF-LS-GROUP-DEPT        pic x(4).

018790 01  DF-LS-TABLE.
018800     05  DF-LS-ENTRY occurs 500 times.
018810         07  DF-LS-DEPT          pic x(4).
018820         07  DF-LS-DONE          pic x.
018830         07  DF-LS-TEXT          pic x(80).

018840****************************************************************
018850* Retention purge work areas.  The leavers archive keeps      *
018860* seven years from the leaving date; the audit log keeps its  *
018870* own two years.  The first/last fields track the date range  *
018880* of what was destroyed, for the certificate.                 *
018890****************************************************************
018900 77  DF-PG-ARCH-YEARS        pic 9(2) comp value 7.
018910 77  DF-PG-AUDIT-YEARS       pic 9(2) comp value 2.
018920 77  DF-PG-ARCH-CUTOFF       pic 9(8).
018930 77  DF-PG-AUDIT-CUTOFF      pic 9(8).
018940 77  DF-PG-AR-READ           pic 9(7) comp value zero.
018950 77  DF-PG-AR-KEPT           pic 9(7) comp value zero.
018960 77  DF-PG-AR-DROPPED        pic 9(7) comp value zero.
018970 77  DF-PG-AR-WROTE          pic 9(7) comp value zero.
018980 77  DF-PG-AR-FIRST          pic 9(8) value zero.
018990 77  DF-PG-AR-LAST           pic 9(8) value zero.
019000 77  DF-PG-AU-READ           pic 9(7) comp value zero.
019010 77  DF-PG-AU-KEPT           pic 9(7) comp value zero.
019020 77  DF-PG-AU-DROPPED        pic 9(7) comp value zero.
019030 77  DF-PG-AU-WROTE          pic 9(7) comp value zero.
019040 77  DF-PG-AU-FIRST          pic 9(8) value zero.
019050 77  DF-PG-AU-LAST           pic 9(8) value zero.

019060****************************************************************
019070* Year-to-date pay history work areas.  A register period is   *
019080* the run's year and month.  The tax year is named for the     *
019090* calendar year it starts in, DF-YT-START-MONTH being its      *
019100* first month - April unless DFTAXMONTH says otherwise.  The   *
019110* DF-YTD amounts are one person's running totals to the end    *
019120* of the period being registered.                              *
019130****************************************************************
019140 01  DF-YT-PERIOD-WORK.
019150     05  DF-YT-PERIOD            pic 9(6) value zero.
019160     05  DF-YT-PERIOD-PARTS redefines DF-YT-PERIOD.
019170         07  DF-YT-PERIOD-YEAR   pic 9(4).
019180         07  DF-YT-PERIOD-MONTH  pic 9(2).
019190 77  DF-YT-TAX-YEAR          pic 9(4) value zero.
019200 77  DF-YT-START-MONTH       pic 9(2) value 4.
019210 77  DF-YT-START-TEXT        pic x(2) value spaces.
019220 77  DF-YT-RERUN-REQUEST     pic x(1) value spaces.
019230 77  DF-YTD-GROSS            pic 9(16)v9(2) comp-3.
019240 77  DF-YTD-TAX              pic 9(16)v9(2) comp-3.
019250 77  DF-YTD-PENSION          pic 9(16)v9(2) comp-3.
019260 77  DF-YTD-FIXED            pic 9(16)v9(2) comp-3.
019270 77  DF-YTD-NET              pic 9(16)v9(2) comp-3.
019280 77  DF-PS-YTD-EDIT          pic z(15)9.99.

019290****************************************************************
019300* Year-end certificate work areas.  DF-YE-HOLD is the latest   *
019310* history record of the person being certified - the key runs  *
019320* each person's periods together in ascending order, so the    *
019330* last one read carries the year's totals.  The CERT totals    *
019340* add up the certificates; the CTL totals add up the monthly   *
019350* register control records they must prove to.                 *
019360****************************************************************
019370 77  DF-YE-TAX-YEAR          pic 9(4) value zero.
019380 77  DF-BATCH-TAX-YEAR       pic 9(4) value zero.
019390 77  DF-YE-PERIODS           pic 9(3) comp value zero.
019400 77  DF-YE-CERTS             pic 9(7) comp value zero.
019410 77  DF-YE-LEAVERS           pic 9(7) comp value zero.
019420 77  DF-YE-REGISTERS         pic 9(7) comp value zero.
019430 77  DF-YE-CERT-GROSS        pic 9(16)v9(2) comp-3.
019440 77  DF-YE-CERT-TAX          pic 9(16)v9(2) comp-3.
019450 77  DF-YE-CERT-PENSION      pic 9(16)v9(2) comp-3.
019460 77  DF-YE-CERT-FIXED        pic 9(16)v9(2) comp-3.
019470 77  DF-YE-CERT-NET          pic 9(16)v9(2) comp-3.
019480 77  DF-YE-CTL-GROSS         pic 9(16)v9(2) comp-3.
019490 77  DF-YE-CTL-TAX           pic 9(16)v9(2) comp-3.
019500 77  DF-YE-CTL-PENSION       pic 9(16)v9(2) comp-3.
019510 77  DF-YE-CTL-FIXED         pic 9(16)v9(2) comp-3.
019520 77  DF-YE-CTL-NET           pic 9(16)v9(2) comp-3.
019530 77  DF-YE-COUNT-EDIT        pic z(6)9.

019540 01  DF-YE-HOLD.
019550     05  DF-YE-EMP-NUM           pic 9(6) value zero.
019560     05  DF-YE-EMP-CODE          pic x(7).
019570     05  DF-YE-SURNAME           pic x(25).
019580     05  DF-YE-DEPARTMENT        pic x(4).
019590     05  DF-YE-LAST-PERIOD       pic 9(6).
019600     05  DF-YE-YTD-AMOUNTS.
019610         07  DF-YE-GROSS         pic 9(16)v9(2).
019620         07  DF-YE-TAX           pic 9(16)v9(2).
019630         07  DF-YE-PENSION       pic 9(16)v9(2).
019640         07  DF-YE-FIXED         pic 9(16)v9(2).
019650         07  DF-YE-NET           pic 9(16)v9(2).

019660****************************************************************
019670* Reporting line work areas.  2340 proves a proposed reports-to*
019680* for the person in DF-RP-SUBJECT at tier DF-RP-TIER, leaving  *
019690* the reject reason in DF-RP-REASON - spaces when it passes.   *
019700* The manager and the chain above are read through the staff   *
019710* record area, so the record being maintained is held in       *
019720* DF-RP-SAVE-AREA meanwhile.  The tier ranks put executive     *
019730* over manager over employee.                                  *
019740****************************************************************
019750 77  DF-RP-SUBJECT           pic 9(6) value zero.
019760 77  DF-RP-TIER              pic x value space.
019770 77  DF-RP-MANAGER           pic 9(6) value zero.
019780 77  DF-RP-NEXT              pic 9(6) value zero.
019790 77  DF-RP-SUBJECT-RANK      pic 9 value zero.
019800 77  DF-RP-MANAGER-RANK      pic 9 value zero.
019810 77  DF-RP-RANK              pic 9 value zero.
019820 77  DF-RP-RANK-POS          pic x value space.
019830 77  DF-RP-STEPS             pic 9(3) comp value zero.
019840 77  DF-RP-REASON            pic x(8) value spaces.
019850 77  DF-RP-RELOCK-SWITCH     pic x value "N".
019860     88  DF-RP-RELOCK            value "Y".
019870 77  DF-RP-LOST-SWITCH       pic x value "N".
019880     88  DF-RP-LOCK-LOST         value "Y".
019890 77  DF-RP-SAVE-AREA         pic x(700).
019900*>   The line a change took off, for 2347 to audit.
019910 77  DF-RP-CLEARED-FROM      pic 9(6) value zero.

019920****************************************************************
019930* Organisation table - one entry per person on the staff file, *
019940* loaded in employee-number order for the orphan listing and   *
019950* the organisation chart.  The chart walks each department's   *
019960* tree depth first: DF-OC-LEVEL holds, per level down, the     *
019970* entry being expanded and where the search for its next       *
019980* direct report resumes.  DF-OC-WALK marks the entries the     *
019990* current tree has already printed, so a reporting loop cannot *
020000* send the walk round for ever; DF-OC-REACHED marks anyone any *
020010* tree has printed.                                            *
020020****************************************************************
020030 77  DF-OC-COUNT             pic 9(4) comp value zero.
020040 77  DF-OC-SUB               pic 9(4) comp value zero.
020050 77  DF-OC-FOUND             pic 9(4) comp value zero.
020060 77  DF-OC-MGR-SUB           pic 9(4) comp value zero.
020070 77  DF-OC-WALK-NUM          pic 9(4) comp value zero.
020080 77  DF-OC-DEPTH             pic 9(2) comp value zero.
020090 77  DF-OC-INDENT            pic 9(3) comp value zero.
020100 77  DF-OC-LOOK-NUM          pic 9(6) value zero.
020110 77  DF-OC-ORPHANS           pic 9(7) comp value zero.
020120 77  DF-OC-UNREACHED         pic 9(7) comp value zero.
020130 77  DF-OC-PRINTED           pic 9(7) comp value zero.
020140 77  DF-OC-OVERFLOW-SWITCH   pic x value "N".
020150     88  DF-OC-OVERFLOWED        value "Y".
020160 77  DF-OC-COUNT-EDIT        pic z(6)9.

020170 01  DF-OC-TABLE.
020180     05  DF-OC-ENTRY occurs 2000 times.
020190         07  DF-OC-EMP-NUM       pic 9(6).
020200         07  DF-OC-POSITION      pic x.
020210         07  DF-OC-REPORTS-TO    pic 9(6).
020220         07  DF-OC-SURNAME       pic x(25).
020230         07  DF-OC-JOB-TITLE     pic x(30).
020240         07  DF-OC-DEPARTMENT    pic x(4).
020250         07  DF-OC-WALK          pic 9(4) comp.
020260         07  DF-OC-REACHED       pic x.

020270 01  DF-OC-STACK.
020280     05  DF-OC-LEVEL occurs 50 times.
020290         07  DF-OC-LVL-ENTRY     pic 9(4) comp.
020300         07  DF-OC-LVL-NEXT      pic 9(4) comp.

020310 01  DF-OC-LINE-WORK.
020320     05  DF-OC-LINE-CODE.
020330         07  DF-OC-LINE-POS      pic x.
020340         07  DF-OC-LINE-NUM      pic 9(6).
020350     05  filler                  pic x(2) value spaces.
020360     05  DF-OC-LINE-SURNAME      pic x(25).
020370     05  filler                  pic x(1) value spaces.
020380     05  DF-OC-LINE-TITLE        pic x(30).
020390     05  filler                  pic x(1) value spaces.
020400     05  DF-OC-LINE-DEPT         pic x(4).
020410     05  filler                  pic x(2) value spaces.
020420     05  DF-OC-LINE-NOTE         pic x(30).

020430****************************************************************
020440* Sickness absence work areas.  5956 turns the yyyymmdd date in*
020450* DF-SK-DATE into a day number - days from a fixed origin,     *
020460* counting years from March so the leap day falls at the end   *
020470* of one - and a day number over 7 leaves a remainder of 4 on  *
020480* a Saturday and 5 on a Sunday, which is how 5955 counts the   *
020490* working days in a spell.  The rolling report's window is     *
020500* the 364 days - 52 weeks - ending on the as-at date.  The     *
020510* trigger points default to a Bradford factor of 200, three    *
020520* spells or ten days lost; a site sets its own through         *
020530* DFBRADFORD, DFSICKSPELLS and DFSICKDAYS.                     *
020540****************************************************************
020550 77  DF-SK-CHOICE            pic x value space.
020560 77  DF-SK-EMP               pic 9(6) value zero.
020570 77  DF-SK-NEW-START         pic 9(8) value zero.
020580 77  DF-SK-TEST-END          pic 9(8) value zero.
020590 77  DF-SK-OTHER-END         pic 9(8) value zero.
020600 77  DF-SK-CLASH-START       pic 9(8) value zero.
020610 77  DF-SK-END-TEXT          pic x(8) value spaces.
020620 77  DF-SK-REASON-TEXT       pic x(3) value spaces.
020630 77  DF-SK-CERT-TEXT         pic x value space.
020640 77  DF-SK-ERROR             pic x(50) value spaces.
020650 77  DF-SK-SCAN-SWITCH       pic x value "N".
020660     88  DF-SK-SCAN-DONE         value "Y".
020670 77  DF-SK-DATE-SWITCH       pic x value "N".
020680     88  DF-SK-DATE-OK           value "Y".
020690 77  DF-SK-WINDOW-SWITCH     pic x value "N".
020700     88  DF-SK-IN-WINDOW         value "Y".
020710 77  DF-SK-HOLD              pic x(61).
020720 77  DF-SK-AS-AT             pic 9(8) value zero.
020730 77  DF-SK-Y                 pic 9(4) value zero.
020740 77  DF-SK-M                 pic 9(2) value zero.
020750 77  DF-SK-Q4                pic 9(4) comp value zero.
020760 77  DF-SK-Q100              pic 9(4) comp value zero.
020770 77  DF-SK-Q400              pic 9(4) comp value zero.
020780 77  DF-SK-MONTH-DAYS        pic 9(3) comp value zero.
020790 77  DF-SK-DAYNUM            pic 9(7) comp value zero.
020800 77  DF-SK-FROM-DAY          pic 9(7) comp value zero.
020810 77  DF-SK-TO-DAY            pic 9(7) comp value zero.
020820 77  DF-SK-WINDOW-DAY        pic 9(7) comp value zero.
020830 77  DF-SK-SPAN              pic 9(7) comp value zero.
020840 77  DF-SK-WEEKS             pic 9(7) comp value zero.
020850 77  DF-SK-ODD               pic 9 comp value zero.
020860 77  DF-SK-QUOT              pic 9(7) comp value zero.
020870 77  DF-SK-WEEKDAY           pic 9 comp value zero.
020880 77  DF-SK-DAYS              pic 9(5) comp value zero.
020890 77  DF-SK-SPELLS            pic 9(3) comp value zero.
020900 77  DF-SK-DAYS-LOST         pic 9(5) comp value zero.
020910 77  DF-SK-BRADFORD          pic 9(9) comp value zero.
020920 77  DF-SK-TRIG-SCORE        pic 9(7) value zero.
020930 77  DF-SK-TRIG-SPELLS       pic 9(3) value zero.
020940 77  DF-SK-TRIG-DAYS         pic 9(5) value zero.
020950 77  DF-SK-PERSONS           pic 9(7) comp value zero.
020960 77  DF-SK-FLAGGED           pic 9(7) comp value zero.
020970 77  DF-SK-TOTAL-SPELLS      pic 9(7) comp value zero.
020980 77  DF-SK-TOTAL-DAYS        pic 9(7) comp value zero.
020990 77  DF-SK-DEPT-PERSONS      pic 9(7) comp value zero.
021000 77  DF-SK-DEPT-SPELLS       pic 9(7) comp value zero.
021010 77  DF-SK-DEPT-DAYS         pic 9(7) comp value zero.
021020 77  DF-SK-DEPT-FLAGGED      pic 9(7) comp value zero.
021030 77  DF-SK-USED              pic 9(4) comp value zero.
021040 77  DF-SK-SUB               pic 9(4) comp value zero.
021050 77  DF-SK-SUB2              pic 9(4) comp value zero.
021060 77  DF-SK-COUNT             pic 9(4) comp value zero.
021070 77  DF-SK-GROUP-DEPT        pic x(4) value spaces.
021080 77  DF-SK-OVERFLOW-SWITCH   pic x value "N".
021090     88  DF-SK-OVERFLOWED        value "Y".
021100 77  DF-SK-END-SHOW          pic x(9) value spaces.
021110 77  DF-SK-CERT-SHOW         pic x(14) value spaces.
021120 77  DF-SK-SPELL-LINE        pic x(80) value spaces.
021130 77  DF-SK-COUNT-EDIT        pic z(6)9.
021140 77  DF-SK-SPELLS-EDIT       pic zz9.
021150 77  DF-SK-DAYS-EDIT         pic zzzz9.
021160 77  DF-SK-SCORE-EDIT        pic z(8)9.

021170 01  DF-SK-DATE              pic 9(8) value zero.
021180 01  DF-SK-DATE-PARTS redefines DF-SK-DATE.
021190     05  DF-SK-DATE-YYYY     pic 9(4).
021200     05  DF-SK-DATE-MM       pic 9(2).
021210     05  DF-SK-DATE-DD       pic 9(2).

021220*>   The sickness reasons, three characters each: RES respiratory,
021230*>   GAS gastric, MSK musculoskeletal, MEN stress and mental
021240*>   health, INJ injury, OPS hospital or operation, OTH other.
021250 01  DF-SK-REASON-LIST.
021260     05  filler                  pic x(21) value
021270         "RESGASMSKMENINJOPSOTH".
021280 01  DF-SK-REASON-TABLE redefines DF-SK-REASON-LIST.
021290     05  DF-SK-REASON-CODE       pic x(3) occurs 7 times.

021300*>   A spell's audit entry: the department columns carry the
021310*>   reason code and certification, the salary columns the
021320*>   first and last days off as one yyyymmddyyyymmdd number.
021330 01  DF-SK-BEFORE.
021340     05  DF-SKB-REASON-CERT.
021350         07  DF-SKB-REASON       pic x(3).
021360         07  DF-SKB-CERT         pic x.
021370     05  DF-SKB-DATES.
021380         07  DF-SKB-START        pic 9(8).
021390         07  DF-SKB-END          pic 9(8).
021400     05  DF-SKB-DATES-NUM redefines DF-SKB-DATES
021410                                 pic 9(16).
021420 01  DF-SK-AFTER.
021430     05  DF-SKA-REASON-CERT.
021440         07  DF-SKA-REASON       pic x(3).
021450         07  DF-SKA-CERT         pic x.
021460     05  DF-SKA-DATES.
021470         07  DF-SKA-START        pic 9(8).
021480         07  DF-SKA-END          pic 9(8).
021490     05  DF-SKA-DATES-NUM redefines DF-SKA-DATES
021500                                 pic 9(16).

021510*>   The people with sickness in the window, collected in
021520*>   employee-number order and printed a department at a time.
021530 01  DF-SK-TABLE.
021540     05  DF-SK-ENTRY occurs 1000 times.
021550         07  DF-SK-T-EMP-CODE.
021560             09  DF-SK-T-POS     pic x.
021570             09  DF-SK-T-NUM     pic 9(6).
021580         07  DF-SK-T-SURNAME     pic x(25).
021590         07  DF-SK-T-DEPT        pic x(4).
021600         07  DF-SK-T-SPELLS      pic 9(3).
021610         07  DF-SK-T-DAYS        pic 9(5).
021620         07  DF-SK-T-BRADFORD    pic 9(9).
021630         07  DF-SK-T-FLAGS.
021640             09  DF-SK-T-FLAG-SCORE  pic x(9).
021650             09  DF-SK-T-FLAG-SPELLS pic x(7).
021660             09  DF-SK-T-FLAG-DAYS   pic x(4).
021670         07  DF-SK-T-DONE        pic x.

021680****************************************************************
021690* Variable pay work areas.  The load takes the period the      *
021700* register will pay - this month - and clears whatever was     *
021710* loaded for it before, so a corrected input file is simply    *
021720* loaded again.  Overtime is priced at the person's hourly     *
021730* rate - the annual salary over 52 weeks of their average      *
021740* weekly hours - times the element's rate.  The sanity limit   *
021750* on the hours one line may carry defaults to 100; a site sets *
021760* its own through DFOTLIMIT.                                   *
021770****************************************************************
021780 77  DF-VP-CHOICE            pic x value space.
021790 77  DF-VP-PERIOD            pic 9(6) value zero.
021800 77  DF-VP-TODAY             pic 9(8) value zero.
021810 77  DF-VP-HOURS-LIMIT       pic 9(3) value zero.
021820 77  DF-VP-REASON            pic x(8) value spaces.
021830 77  DF-VP-EMP               pic 9(6) value zero.
021840 77  DF-VP-SEARCH            pic x(4) value spaces.
021850 77  DF-VP-IDX               pic 9(4) comp value zero.
021860 77  DF-VP-SUB               pic 9(4) comp value zero.
021870 77  DF-VP-KIND              pic x value space.
021880     88  DF-VP-HOURS-ELEMENT     value "H".
021890     88  DF-VP-RECOVERY-ELEMENT  value "D".
021900 77  DF-VP-RATE              pic 9v9(2) value zero.
021910 77  DF-VP-DESC              pic x(19) value spaces.
021920 77  DF-VP-PRICE-HOURS       pic 9(3)v9(2) value zero.
021930 77  DF-VP-PRICE-SWITCH      pic x value "N".
021940     88  DF-VP-PRICED            value "Y".
021950 77  DF-VP-SCAN-SWITCH       pic x value "N".
021960     88  DF-VP-SCAN-DONE         value "Y".
021970 77  DF-VP-EOF-SWITCH        pic x value "N".
021980     88  DF-VP-END-OF-INPUT      value "Y".
021990 77  DF-VP-VALUE             pic 9(16)v9(2) comp-3 value zero.
022000 77  DF-VP-BASIC             pic 9(16)v9(2) comp-3 value zero.
022010 77  DF-VP-ADDED             pic 9(16)v9(2) comp-3 value zero.
022020 77  DF-VP-RECOVERED         pic 9(16)v9(2) comp-3 value zero.
022030 77  DF-VP-SHORT             pic 9(16)v9(2) comp-3 value zero.
022040 77  DF-VP-GROSS-WORK        pic s9(16)v9(2) comp-3 value zero.
022050 77  DF-VP-GRAND-ADDED       pic 9(16)v9(2) comp-3 value zero.
022060 77  DF-VP-GRAND-RECOVERED   pic 9(16)v9(2) comp-3 value zero.
022070 77  DF-VP-GRAND-SHORT       pic 9(16)v9(2) comp-3 value zero.
022080 77  DF-VP-READ              pic 9(7) comp value zero.
022090 77  DF-VP-ACCEPTED          pic 9(7) comp value zero.
022100 77  DF-VP-REJECTED          pic 9(7) comp value zero.
022110 77  DF-VP-CLEARED           pic 9(7) comp value zero.
022120 77  DF-VP-SHOWN             pic 9(7) comp value zero.
022130 77  DF-VP-PAID              pic 9(7) comp value zero.
022140 77  DF-VP-LOADED            pic 9(7) comp value zero.
022150 77  DF-VP-UNPAID            pic 9(7) comp value zero.
022160 77  DF-VP-HOURS-EDIT        pic zz9.99.
022170 77  DF-VP-COUNT-EDIT        pic z(6)9.

022180*>   The pay elements: code, kind, rate and the payslip wording.
022190*>   Kind H is overtime hours, priced at the hourly rate times
022200*>   the rate - 1.00 plain time, 1.50 time and a half, 2.00
022210*>   double time; kind A is an amount added to gross; kind D an
022220*>   amount recovered from it.
022230 01  DF-VP-ELEMENT-LIST.
022240     05  filler                  pic x(27) value
022250         "OT10H100OVERTIME AT 1.0    ".
022260     05  filler                  pic x(27) value
022270         "OT15H150OVERTIME AT 1.5    ".
022280     05  filler                  pic x(27) value
022290         "OT20H200OVERTIME AT 2.0    ".
022300     05  filler                  pic x(27) value
022310         "SHFTA000SHIFT PREMIUM      ".
022320     05  filler                  pic x(27) value
022330         "BONSA000ONE-OFF BONUS      ".
022340     05  filler                  pic x(27) value
022350         "ARRSA000ARREARS OF PAY     ".
022360     05  filler                  pic x(27) value
022370         "RECVD000RECOVERY           ".
022380 01  DF-VP-ELEMENT-TABLE redefines DF-VP-ELEMENT-LIST.
022390     05  DF-VP-ELEMENT-ENTRY occurs 7 times.
022400         07  DF-VP-E-CODE        pic x(4).
022410         07  DF-VP-E-KIND        pic x.
022420         07  DF-VP-E-RATE        pic 9v9(2).
022430         07  DF-VP-E-DESC        pic x(19).

022440*>   The elements the register paid the person in the record
022450*>   area, for the payslip - one per element code at most.
022460 01  DF-VP-SLIP.
022470     05  DF-VP-SLIP-COUNT        pic 9(4) comp value zero.
022480     05  DF-VP-SLIP-ENTRY occurs 7 times.
022490         07  DF-VP-S-DESC        pic x(19).
022500         07  DF-VP-S-KIND        pic x.
022510         07  DF-VP-S-HOURS       pic 9(3)v9(2).
022520         07  DF-VP-S-VALUE       pic 9(16)v9(2).

022530****************************************************************
022540* Establishment work areas.  A budget is held per department   *
022550* and financial year, the year named by the calendar year it   *
022560* starts in - from the same DFTAXMONTH start month as the tax  *
022570* year.  Tier subscripts run 1 employees, 2 managers, 3        *
022580* executives throughout.  The salary bill is the annual        *
022590* salaries on file, set against the year's salary budget.      *
022600****************************************************************
022610 77  DF-EB-CHOICE            pic x value space.
022620 77  DF-EB-DEPT              pic x(4) value spaces.
022630 77  DF-EB-YEAR              pic 9(4) value zero.
022640 77  DF-EB-YEAR-NOW          pic 9(4) value zero.
022650 77  DF-EB-YEAR-TEXT         pic x(4) value spaces.
022660 77  DF-EB-TIER              pic 9 value zero.
022670 77  DF-EB-SUB               pic 9(4) comp value zero.
022680 77  DF-EB-IDX               pic 9(4) comp value zero.
022690 77  DF-EB-USED              pic 9(4) comp value zero.
022700 77  DF-EB-COUNT             pic 9(4) comp value zero.
022710 77  DF-EB-LISTED            pic 9(7) comp value zero.
022720 77  DF-EB-OVER-DEPTS        pic 9(7) comp value zero.
022730 77  DF-EB-WOULD-BE          pic 9(5) value zero.
022740 77  DF-EB-VACANT            pic 9(5) value zero.
022750 77  DF-EB-OVER              pic 9(5) value zero.
022760 77  DF-EB-SALARY            pic 9(16)v9(2) comp-3 value zero.
022770 77  DF-EB-VARIANCE          pic s9(16)v9(2) comp-3 value zero.
022780 77  DF-EB-TOT-FUNDED        pic 9(7) comp value zero.
022790 77  DF-EB-TOT-ACTUAL        pic 9(7) comp value zero.
022800 77  DF-EB-TOT-VACANT        pic 9(7) comp value zero.
022810 77  DF-EB-TOT-OVER          pic 9(7) comp value zero.
022820 77  DF-EB-TOT-BUDGET        pic 9(16)v9(2) comp-3 value zero.
022830 77  DF-EB-TOT-BILL          pic 9(16)v9(2) comp-3 value zero.
022840 77  DF-EB-PRINT-DEPT        pic x(4) value spaces.
022850 77  DF-EB-REC-DEPT          pic x(4) value spaces.
022860 77  DF-EB-SCAN-SWITCH       pic x value "N".
022870     88  DF-EB-SCAN-DONE         value "Y".
022880 77  DF-EB-KEY-SWITCH        pic x value "N".
022890     88  DF-EB-KEY-OK            value "Y".
022900 77  DF-EB-FOUND-SWITCH      pic x value "N".
022910     88  DF-EB-FOUND             value "Y".
022920 77  DF-EB-OVER-SWITCH       pic x value "N".
022930     88  DF-EB-ANY-OVER          value "Y".
022940 77  DF-EB-DEPT-OVER-SWITCH  pic x value "N".
022950     88  DF-EB-DEPT-OVER         value "Y".
022960 77  DF-EB-PROCEED-SWITCH    pic x value "Y".
022970     88  DF-EB-PROCEED           value "Y".
022980 77  DF-EB-OVERRIDE-SWITCH   pic x value "N".
022990     88  DF-EB-OVERRIDDEN        value "Y".
023000 77  DF-EB-NAME-TIER-SWITCH  pic x value "N".
023010     88  DF-EB-NAME-TIER         value "Y".
023020 77  DF-EB-OVERFLOW-SWITCH   pic x value "N".
023030     88  DF-EB-OVERFLOWED        value "Y".
023040 77  DF-EB-SAVE-AREA         pic x(700).
023050 77  DF-EB-NUM-EDIT          pic zzzz9.
023060 77  DF-EB-NUM2-EDIT         pic zzzz9.
023070 77  DF-EB-FUNDED-EDIT       pic z(6)9.
023080 77  DF-EB-ACTUAL-EDIT       pic z(6)9.
023090 77  DF-EB-VACANT-EDIT       pic z(6)9.
023100 77  DF-EB-OVER-EDIT         pic z(6)9.
023110 77  DF-EB-BUDGET-EDIT       pic z(15)9.99.
023120 77  DF-EB-BILL-EDIT         pic z(15)9.99.
023130 77  DF-EB-VAR-EDIT          pic -(16)9.99.
023140 01  DF-EB-TODAY             pic 9(8) value zero.
023150 01  DF-EB-TODAY-PARTS redefines DF-EB-TODAY.
023160     05  DF-EB-TODAY-YEAR    pic 9(4).
023170     05  DF-EB-TODAY-MONTH   pic 9(2).
023180     05  DF-EB-TODAY-DAY     pic 9(2).

023190*>   One check against the funded establishment: the department,
023200*>   and per tier how many people the change brings in, how many
023210*>   are there now, how many are funded and whether it goes over.
023220 01  DF-EB-CHECK.
023230     05  DF-EB-TIER-CHECK occurs 3 times.
023240         07  DF-EB-JOINING       pic 9(5).
023250         07  DF-EB-ACTUAL        pic 9(5).
023260         07  DF-EB-FUNDED        pic 9(5).
023270         07  DF-EB-OVER-FLAG     pic x.

023280 01  DF-EB-TIER-LIST.
023290     05  filler                  pic x(11) value "EEMPLOYEES ".
023300     05  filler                  pic x(11) value "MMANAGERS  ".
023310     05  filler                  pic x(11) value "XEXECUTIVES".
023320 01  DF-EB-TIER-TABLE redefines DF-EB-TIER-LIST.
023330     05  DF-EB-TIER-ENTRY occurs 3 times.
023340         07  DF-EB-TIER-CODE     pic x.
023350         07  DF-EB-TIER-NAME     pic x(10).

023360*>   The variance report's departments - every department with a
023370*>   budget for the year or anyone on file - printed in
023380*>   department order by repeated passes for the lowest not yet
023390*>   printed.
023400 01  DF-EB-TABLE.
023410     05  DF-EB-ENTRY occurs 200 times.
023420         07  DF-EB-T-DEPT        pic x(4).
023430         07  DF-EB-T-BUDGETED    pic x.
023440         07  DF-EB-T-TIER occurs 3 times.
023450             09  DF-EB-T-FUNDED  pic 9(5).
023460             09  DF-EB-T-ACTUAL  pic 9(5).
023470         07  DF-EB-T-BUDGET      pic 9(13)v9(2).
023480         07  DF-EB-T-BILL        pic 9(16)v9(2).
023490         07  DF-EB-T-DONE        pic x.

023500****************************************************************
023510* Bank payment work areas.  The register pays each person's    *
023520* net to the account in force on the run date, and proves the  *
023530* credits back to its own net control total.  The hash total   *
023540* is the sum of the credited account numbers - the figure the  *
023550* bank checks the file against.  The company account the       *
023560* contra debit comes from is DFBANKORIG - sort code then       *
023570* account number, fourteen digits.                             *
023580****************************************************************
023590 77  DF-BA-CHOICE            pic x value space.
023600 77  DF-BA-EMP               pic 9(6) value zero.
023610 77  DF-BA-SORT-TEXT         pic x(6) value spaces.
023620 77  DF-BA-ACCOUNT-TEXT      pic x(8) value spaces.
023630 77  DF-BA-EFF-TEXT          pic x(8) value spaces.
023640 77  DF-BA-NEW-SORT          pic 9(6) value zero.
023650 77  DF-BA-NEW-ACCOUNT       pic 9(8) value zero.
023660 77  DF-BA-NEW-NAME          pic x(18) value spaces.
023670 77  DF-BA-NEW-EFFECTIVE     pic 9(8) value zero.
023680 77  DF-BA-TODAY             pic 9(8) value zero.
023690 77  DF-BA-SURNAME           pic x(20) value spaces.
023700 77  DF-BA-PAY-SORT          pic 9(6) value zero.
023710 77  DF-BA-PAY-ACCOUNT       pic 9(8) value zero.
023720 77  DF-BA-PAY-NAME          pic x(18) value spaces.
023730 77  DF-BA-MISSING           pic 9(7) comp value zero.
023740 77  DF-BA-CREDITS           pic 9(7) comp value zero.
023750 77  DF-BA-NIL-NET           pic 9(7) comp value zero.
023760 77  DF-BA-REPORTED          pic 9(7) comp value zero.
023770 77  DF-BA-PAY-TOTAL         pic 9(16)v9(2) comp-3 value zero.
023780 77  DF-BA-HASH              pic 9(15) comp-3 value zero.
023790 77  DF-BA-KEY-SWITCH        pic x value "N".
023800     88  DF-BA-KEY-OK            value "Y".
023810 77  DF-BA-STAFF-SWITCH      pic x value "N".
023820     88  DF-BA-ON-STAFF          value "Y".
023830 77  DF-BA-FOUND-SWITCH      pic x value "N".
023840     88  DF-BA-FOUND             value "Y".
023850 77  DF-BA-ENTRY-SWITCH      pic x value "N".
023860     88  DF-BA-ENTRY-OK          value "Y".
023870 77  DF-BA-PAYABLE-SWITCH    pic x value "N".
023880     88  DF-BA-PAYABLE           value "Y".
023890 77  DF-BA-SCAN-SWITCH       pic x value "N".
023900     88  DF-BA-SCAN-DONE         value "Y".
023910 77  DF-BA-RPT-SWITCH        pic x value "N".
023920     88  DF-BA-RPT-OPEN          value "Y".
023930 77  DF-BA-STOP-SWITCH       pic x value space.
023940     88  DF-BA-STOPPED           value "M" "P".
023950     88  DF-BA-NO-DETAILS        value "M".
023960     88  DF-BA-OUT-OF-PROOF      value "P".
023970 77  DF-BA-SORT-EDIT         pic 99b99b99.
023980 77  DF-BA-COUNT-EDIT        pic z(6)9.
023990 77  DF-BA-TOTAL-EDIT        pic z(15)9.99.
024000 01  DF-BA-ORIG-TEXT         pic x(14) value spaces.
024010 01  DF-BA-ORIG              pic 9(14) value zero.
024020 01  DF-BA-ORIG-PARTS redefines DF-BA-ORIG.
024030     05  DF-BA-ORIG-SORT     pic 9(6).
024040     05  DF-BA-ORIG-ACCOUNT  pic 9(8).

024050*>   One bank payment record: H header, C credit, D contra debit
024060*>   or T trailer, the body laid out for each.
024070 01  DF-BP-WORK.
024080     05  DF-BP-REC-TYPE          pic x(1).
024090     05  DF-BP-BODY              pic x(99).
024100     05  DF-BP-HEADER redefines DF-BP-BODY.
024110         07  DF-BP-H-SORT        pic 9(6).
024120         07  DF-BP-H-ACCOUNT     pic 9(8).
024130         07  DF-BP-H-PAY-DATE    pic 9(8).
024140         07  DF-BP-H-PERIOD      pic 9(6).
024150         07  DF-BP-H-DESC        pic x(18).
024160         07  filler              pic x(53).
024170     05  DF-BP-DETAIL redefines DF-BP-BODY.
024180         07  DF-BP-SORT          pic 9(6).
024190         07  DF-BP-ACCOUNT       pic 9(8).
024200         07  DF-BP-NAME          pic x(18).
024210         07  DF-BP-AMOUNT        pic 9(11)v9(2).
024220         07  DF-BP-REFERENCE     pic x(18).
024230         07  DF-BP-PAY-DATE      pic 9(8).
024240         07  filler              pic x(28).
024250     05  DF-BP-TRAILER redefines DF-BP-BODY.
024260         07  DF-BP-T-CREDITS     pic 9(7).
024270         07  DF-BP-T-CREDIT-TOTAL pic 9(13)v9(2).
024280         07  DF-BP-T-DEBIT-TOTAL pic 9(13)v9(2).
024290         07  DF-BP-T-HASH        pic 9(15).
024300         07  filler              pic x(47).

024310*>   One line of the changed bank details report.  Whichever side
024320*>   of a change does not apply - the old account of a new one,
024330*>   the new account of a removed one - is left blank.
024340 01  DF-BA-CHG-WORK.
024350     05  DF-BA-C-EMP             pic 9(6).
024360     05  filler                  pic x(1).
024370     05  DF-BA-C-SURNAME         pic x(20).
024380     05  filler                  pic x(1).
024390     05  DF-BA-C-ACTION          pic x(8).
024400     05  filler                  pic x(1).
024410     05  DF-BA-C-OLD-SORT        pic 99b99b99.
024420     05  filler                  pic x(2).
024430     05  DF-BA-C-OLD-ACCOUNT     pic x(8).
024440     05  filler                  pic x(2).
024450     05  DF-BA-C-NEW-SORT        pic 99b99b99.
024460     05  filler                  pic x(2).
024470     05  DF-BA-C-NEW-ACCOUNT     pic x(8).
024480     05  filler                  pic x(2).
024490     05  DF-BA-C-NAME            pic x(18).
024500     05  filler                  pic x(1).
024510     05  DF-BA-C-EFFECTIVE       pic x(8).
024520     05  filler                  pic x(1).
024530     05  DF-BA-C-CHANGED-BY      pic x(7).
024540     05  filler                  pic x(1).
024550     05  DF-BA-C-CHANGED-DATE    pic x(8).

024560****************************************************************
024570* Snapshot and movement report work areas.  The movement       *
024580* report compares a closing snapshot with an opening one:      *
024590* people only in the closing one are starters, or              *
024600* reinstatements when the leavers archive shows they left      *
024610* before; people only in the opening one are leavers, each     *
024620* checked for its archive entry.  Anyone in both is checked    *
024630* for a change of department, tier and salary.  The headcount  *
024640* is then reconciled by department and by tier - opening, plus *
024650* starters and reinstatements and moves in, less leavers and   *
024660* moves out, must give the closing figure.                     *
024670****************************************************************
024680 77  DF-SN-CHOICE            pic x value space.
024690 77  DF-SN-DATE              pic 9(8) value zero.
024700 77  DF-SN-FROM              pic 9(8) value zero.
024710 77  DF-SN-TO                pic 9(8) value zero.
024720 77  DF-SN-LIMIT             pic 9(8) value zero.
024730 77  DF-SN-LATEST            pic 9(8) value zero.
024740 77  DF-SN-WALK-DATE         pic 9(8) value zero.
024750 77  DF-SN-LAST-DAY          pic 9(2) value zero.
024760 77  DF-SN-QUOTIENT          pic 9(4) comp value zero.
024770 77  DF-SN-REMAINDER         pic 9(3) comp value zero.
024780 77  DF-SN-ARCH-DATE         pic 9(8) value zero.
024790 77  DF-SN-FROM-TEXT         pic x(8) value spaces.
024800 77  DF-SN-TO-TEXT           pic x(8) value spaces.
024810 77  DF-SN-DATE-TEXT         pic x(8) value spaces.
024820 77  DF-SN-RECORDS           pic 9(7) comp value zero.
024830 77  DF-SN-EMP-COUNT         pic 9(7) comp value zero.
024840 77  DF-SN-MGR-COUNT         pic 9(7) comp value zero.
024850 77  DF-SN-EXEC-COUNT        pic 9(7) comp value zero.
024860 77  DF-SN-HASH              pic 9(16)v9(2) comp-3 value zero.
024870 77  DF-SN-LISTED            pic 9(5) comp value zero.
024880 77  DF-SN-STARTERS          pic 9(7) comp value zero.
024890 77  DF-SN-LEAVERS           pic 9(7) comp value zero.
024900 77  DF-SN-REINSTATED        pic 9(7) comp value zero.
024910 77  DF-SN-TRANSFERS         pic 9(7) comp value zero.
024920 77  DF-SN-PROMOTIONS        pic 9(7) comp value zero.
024930 77  DF-SN-SALARY-CHANGES    pic 9(7) comp value zero.
024940 77  DF-SN-UNARCHIVED        pic 9(7) comp value zero.
024950 77  DF-SN-UNBALANCED        pic 9(5) comp value zero.
024960 77  DF-SN-SUB               pic 9(4) comp value zero.
024970 77  DF-SN-DX                pic 9(4) comp value zero.
024980 77  DF-SN-IDX               pic 9(4) comp value zero.
024990 77  DF-SN-USED              pic 9(4) comp value zero.
025000 77  DF-SN-PRINTED           pic 9(4) comp value zero.
025010 77  DF-SN-AX                pic 9(5) comp value zero.
025020 77  DF-SN-ARCH-USED         pic 9(5) comp value zero.
025030 77  DF-SN-OLD-TIER          pic 9 value zero.
025040 77  DF-SN-OLD-DEPT          pic x(4) value spaces.
025050 77  DF-SN-OLD-SALARY        pic 9(16)v9(2) comp-3 value zero.
025060 77  DF-SN-NEW-TIER          pic 9 value zero.
025070 77  DF-SN-NEW-DEPT          pic x(4) value spaces.
025080 77  DF-SN-NEW-SALARY        pic 9(16)v9(2) comp-3 value zero.
025090 77  DF-SN-LOOK-DEPT         pic x(4) value spaces.
025100 77  DF-SN-LOOK-EMP          pic x(6) value spaces.
025110 77  DF-SN-SCAN-SWITCH       pic x value "N".
025120     88  DF-SN-SCAN-DONE         value "Y".
025130 77  DF-SN-FOUND-SWITCH      pic x value "N".
025140     88  DF-SN-FOUND             value "Y".
025150 77  DF-SN-DATES-SWITCH      pic x value "N".
025160     88  DF-SN-DATES-OK          value "Y".
025170 77  DF-SN-REFUSED-SWITCH    pic x value "N".
025180     88  DF-SN-REFUSED           value "Y".
025190 77  DF-SN-LIST-SWITCH       pic x value "N".
025200     88  DF-SN-LISTING           value "Y".
025210 77  DF-SN-OVERFLOW-SWITCH   pic x value "N".
025220     88  DF-SN-OVERFLOW          value "Y".
025230 77  DF-SN-ARCH-FULL-SWITCH  pic x value "N".
025240     88  DF-SN-ARCH-FULL         value "Y".
025250 77  DF-SN-COUNT-EDIT        pic z(6)9.
025260 77  DF-SN-MONEY-EDIT        pic z(12)9.99.

025270*>   The leavers archive, boiled down to each person's latest
025280*>   leaving date on or before the closing snapshot.
025290 01  DF-SN-ARCH-TABLE.
025300     05  DF-SN-ARCH-ENTRY occurs 5000 times.
025310         07  DF-SN-A-EMP         pic x(6).
025320         07  DF-SN-A-DATE        pic 9(8).

025330*>   The headcount reconciliation, by department and by tier.
025340*>   Both tables carry the same counts, so either can be moved
025350*>   to DF-SN-CUR for printing.
025360 01  DF-SN-DEPT-TABLE.
025370     05  DF-SN-DEPT-ENTRY occurs 200 times.
025380         07  DF-SN-D-DEPT        pic x(4).
025390         07  DF-SN-D-DONE        pic x.
025400         07  DF-SN-D-COUNTS.
025410             09  DF-SN-D-OPEN    pic 9(5) comp.
025420             09  DF-SN-D-STARTERS pic 9(5) comp.
025430             09  DF-SN-D-REINST  pic 9(5) comp.
025440             09  DF-SN-D-LEAVERS pic 9(5) comp.
025450             09  DF-SN-D-IN      pic 9(5) comp.
025460             09  DF-SN-D-OUT     pic 9(5) comp.
025470             09  DF-SN-D-CLOSE   pic 9(5) comp.
025480 01  DF-SN-TIER-TABLE.
025490     05  DF-SN-TIER-ENTRY occurs 3 times.
025500         07  DF-SN-T-COUNTS.
025510             09  DF-SN-T-OPEN    pic 9(5) comp.
025520             09  DF-SN-T-STARTERS pic 9(5) comp.
025530             09  DF-SN-T-REINST  pic 9(5) comp.
025540             09  DF-SN-T-LEAVERS pic 9(5) comp.
025550             09  DF-SN-T-IN      pic 9(5) comp.
025560             09  DF-SN-T-OUT     pic 9(5) comp.
025570             09  DF-SN-T-CLOSE   pic 9(5) comp.
025580 01  DF-SN-CUR.
025590     05  DF-SN-C-OPEN            pic 9(5) comp.
025600     05  DF-SN-C-STARTERS        pic 9(5) comp.
025610     05  DF-SN-C-REINST          pic 9(5) comp.
025620     05  DF-SN-C-LEAVERS         pic 9(5) comp.
025630     05  DF-SN-C-IN              pic 9(5) comp.
025640     05  DF-SN-C-OUT             pic 9(5) comp.
025650     05  DF-SN-C-CLOSE           pic 9(5) comp.

025660*>   One movement line.
025670 01  DF-SN-MOVE-WORK.
025680     05  DF-SN-M-CODE            pic x(7).
025690     05  filler                  pic x(1).
025700     05  DF-SN-M-SURNAME         pic x(20).
025710     05  filler                  pic x(1).
025720     05  DF-SN-M-MOVEMENT        pic x(10).
025730     05  filler                  pic x(1).
025740     05  DF-SN-M-FROM            pic x(16).
025750     05  filler                  pic x(2).
025760     05  DF-SN-M-TO              pic x(16).
025770     05  filler                  pic x(2).
025780     05  DF-SN-M-NOTE            pic x(30).

025790*>   One line of the headcount reconciliation.
025800 01  DF-SN-REC-WORK.
025810     05  DF-SN-R-NAME            pic x(12).
025820     05  filler                  pic x(2).
025830     05  DF-SN-R-OPEN            pic z(6)9.
025840     05  filler                  pic x(3).
025850     05  DF-SN-R-STARTERS        pic z(6)9.
025860     05  filler                  pic x(3).
025870     05  DF-SN-R-REINST          pic z(6)9.
025880     05  filler                  pic x(3).
025890     05  DF-SN-R-LEAVERS         pic z(6)9.
025900     05  filler                  pic x(3).
025910     05  DF-SN-R-IN              pic z(6)9.
025920     05  filler                  pic x(3).
025930     05  DF-SN-R-OUT             pic z(6)9.
025940     05  filler                  pic x(3).
025950     05  DF-SN-R-CLOSE           pic z(6)9.
025960     05  filler                  pic x(2).
025970     05  DF-SN-R-CHECK           pic x(20).

025980****************************************************************
025990* Duplicate-person matching work areas.  A person's identity   *
026000* for matching is their surname, first name, initials, date of *
026010* birth, street and town, folded to upper case.  Each field    *
026020* that agrees, and is not blank on either side, adds its       *
026030* weight to the pair's score; a pair scoring DF-DU-THRESHOLD   *
026040* or more is a likely duplicate.  Surname or date of birth has *
026050* to be one of the fields that agree for a pair to get that    *
026060* far.                                                         *
026070****************************************************************
026080 77  DF-DU-THRESHOLD         pic 9(3) value 60.
026090 77  DF-DU-SCORE             pic 9(3) value zero.
026100 77  DF-DU-RANK              pic 9(3) value zero.
026110 77  DF-DU-USED              pic 9(4) comp value zero.
026120 77  DF-DU-PAIR-USED         pic 9(4) comp value zero.
026130 77  DF-DU-I                 pic 9(4) comp value zero.
026140 77  DF-DU-J                 pic 9(4) comp value zero.
026150 77  DF-DU-PX                pic 9(4) comp value zero.
026160 77  DF-DU-SIDE              pic 9(4) comp value zero.
026170 77  DF-DU-PTR               pic 9(3) comp value zero.
026180 77  DF-DU-STAFF-READ        pic 9(7) comp value zero.
026190 77  DF-DU-LEAVERS-READ      pic 9(7) comp value zero.
026200 77  DF-DU-STAFF-HITS        pic 9(5) comp value zero.
026210 77  DF-DU-LEAVER-HITS       pic 9(5) comp value zero.
026220 77  DF-DU-WARNINGS          pic 9(7) comp value zero.
026230 77  DF-DU-LEAVER-CODE       pic x(7) value spaces.
026240 77  DF-DU-MATCHED           pic x(40) value spaces.
026250 77  DF-DU-SCORE-EDIT        pic zz9.
026260 77  DF-DU-COUNT-EDIT        pic z(6)9.
026270 77  DF-DU-DATE-EDIT         pic 9(8).
026280 77  DF-DU-SCAN-SWITCH       pic x value "N".
026290     88  DF-DU-SCAN-DONE               value "Y".
026300 77  DF-DU-FULL-SWITCH       pic x value "N".
026310     88  DF-DU-TABLE-FULL              value "Y".
026320 77  DF-DU-PAIRS-FULL-SWITCH pic x value "N".
026330     88  DF-DU-PAIRS-FULL              value "Y".
026340 77  DF-DU-ADD-SWITCH        pic x value "Y".
026350     88  DF-DU-PROCEED                 value "Y".

026360*>   The record area is put back from here after the add-time
026370*>   check has walked the staff file and the archive through it.
026380 01  DF-DU-SAVE-AREA             pic x(700).

026390*>   The identity being checked, and the one it is checked
026400*>   against.  7505 builds the second from the record area.
026410 01  DF-DU-NEW.
026420     05  DF-DU-N-SURNAME         pic x(50).
026430     05  DF-DU-N-FIRST           pic x(50).
026440     05  DF-DU-N-INITIALS        pic x(10).
026450     05  DF-DU-N-DOB             pic 9(8).
026460     05  DF-DU-N-STREET          pic x(40).
026470     05  DF-DU-N-TOWN            pic x(40).

026480 01  DF-DU-CAND.
026490     05  DF-DU-C-SURNAME         pic x(50).
026500     05  DF-DU-C-FIRST           pic x(50).
026510     05  DF-DU-C-INITIALS        pic x(10).
026520     05  DF-DU-C-DOB             pic 9(8).
026530     05  DF-DU-C-STREET          pic x(40).
026540     05  DF-DU-C-TOWN            pic x(40).

026550*>   Everyone the matching run compares - staff on file ("S")
026560*>   and archived leavers ("L"), with the leaving date of each
026570*>   leaver.
026580 01  DF-DU-TABLE.
026590     05  DF-DU-ENTRY             occurs 3000 times.
026600         07  DF-DU-T-SOURCE      pic x.
026610         07  DF-DU-T-CODE.
026620             09  DF-DU-T-POS     pic x.
026630             09  DF-DU-T-EMP     pic 9(6).
026640         07  DF-DU-T-LEFT        pic 9(8).
026650         07  DF-DU-T-IDENT       pic x(198).
026660         07  DF-DU-T-KEYS redefines DF-DU-T-IDENT.
026670             09  DF-DU-T-SURNAME pic x(50).
026680             09  filler          pic x(60).
026690             09  DF-DU-T-DOB     pic 9(8).
026700             09  filler          pic x(80).

026710*>   The pairs found, ranked by score when they are listed.
026720 01  DF-DU-PAIRS.
026730     05  DF-DU-PAIR              occurs 2000 times.
026740         07  DF-DU-P-SCORE       pic 9(3).
026750         07  DF-DU-P-FIRST       pic 9(4) comp.
026760         07  DF-DU-P-SECOND      pic 9(4) comp.
026770         07  DF-DU-P-MATCHED     pic x(40).

026780*>   One side of a pair on the likely-duplicates report.
026790 01  DF-DU-LINE.
026800     05  filler                  pic x(4).
026810     05  DF-DU-L-SOURCE          pic x(6).
026820     05  filler                  pic x(2).
026830     05  DF-DU-L-CODE            pic x(7).
026840     05  filler                  pic x(2).
026850     05  DF-DU-L-SURNAME         pic x(20).
026860     05  filler                  pic x(1).
026870     05  DF-DU-L-FIRST           pic x(15).
026880     05  filler                  pic x(1).
026890     05  DF-DU-L-INITIALS        pic x(4).
026900     05  filler                  pic x(1).
026910     05  DF-DU-L-DOB             pic x(8).
026920     05  filler                  pic x(1).
026930     05  DF-DU-L-STREET          pic x(25).
026940     05  filler                  pic x(1).
026950     05  DF-DU-L-TOWN            pic x(15).
026960     05  filler                  pic x(1).
026970     05  DF-DU-L-LEFT            pic x(13).

026980****************************************************************
026990* Pay period control work areas.  DF-PC-STEP is the month-end  *
027000* step being checked or stamped - 1 register, 2                *
027010* reconciliation, 3 GL postings, 4 snapshot, 5 purge.  A       *
027020* refusal leaves its reason in DF-PC-REASON for the screen and *
027030* the run log.                                                 *
027040****************************************************************
027050 77  DF-PC-CHOICE            pic x value space.
027060 77  DF-PC-STEP              pic 9 value zero.
027070 77  DF-PC-SUB               pic 9(2) comp value zero.
027080 77  DF-PC-NEXT-STEP         pic 9 value zero.
027090 77  DF-PC-OPEN-PERIOD       pic 9(6) value zero.
027100 77  DF-PC-TODAY             pic 9(8) value zero.
027110 77  DF-PC-NOW               pic 9(8) value zero.
027120 77  DF-PC-YEAR-NOW          pic 9(4) value zero.
027130 77  DF-PC-GL-GROSS          pic 9(16)v9(2) comp-3 value zero.
027140 77  DF-PC-CONTROL-GROSS     pic 9(16)v9(2) comp-3 value zero.
027150 77  DF-PC-REASON            pic x(70) value spaces.
027160 77  DF-PC-HEADER-SWITCH     pic x value "N".
027170     88  DF-PC-HEADER-FOUND            value "Y".
027180 77  DF-PC-REFUSED-SWITCH    pic x value "N".
027190     88  DF-PC-REFUSED                 value "Y".

027200*>   The period either side of the one in DF-PC-PERIOD.
027210 01  DF-PC-PERIOD-WORK.
027220     05  DF-PC-PW-YEAR           pic 9(4).
027230     05  DF-PC-PW-MONTH          pic 9(2).
027240 01  DF-PC-PERIOD redefines DF-PC-PERIOD-WORK
027250                                 pic 9(6).

027260 01  DF-PC-STEP-NAMES.
027270     05  filler                  pic x(14) value "REGISTER".
027280     05  filler                  pic x(14) value "RECONCILIATION".
027290     05  filler                  pic x(14) value "GL POSTINGS".
027300     05  filler                  pic x(14) value "SNAPSHOT".
027310     05  filler                  pic x(14) value "PURGE".
027320 01  DF-PC-STEP-TABLE redefines DF-PC-STEP-NAMES.
027330     05  DF-PC-STEP-NAME         pic x(14) occurs 5 times.

027340****************************************************************
027350* Salary grade work areas.  A grade's band runs from its       *
027360* minimum to its maximum salary; the compa-ratio is a salary   *
027370* as a percentage of the grade midpoint.  A staff record whose *
027380* grade is spaces has not been graded yet and is not checked.  *
027390* The band check takes DF-GB-GRADE and DF-GB-SALARY and        *
027400* answers in DF-GB-RESULT, with the limit breached in          *
027410* DF-GB-LIMIT.                                                 *
027420****************************************************************
027430 77  DF-GB-CHOICE            pic x value space.
027440 77  DF-GB-KEY               pic x(4) value spaces.
027450 77  DF-GB-GRADE             pic x(4) value spaces.
027460 77  DF-GB-OLD-GRADE         pic x(4) value spaces.
027470 77  DF-GB-REC-GRADE         pic x(4) value spaces.
027480 77  DF-GB-PREV-DEPT         pic x(4) value spaces.
027490 77  DF-GB-PREV-GRADE        pic x(4) value spaces.
027500 77  DF-GB-SALARY            pic 9(16)v9(2) comp-3 value zero.
027510 77  DF-GB-LIMIT             pic 9(16)v9(2) comp-3 value zero.
027520 77  DF-GB-COMPA             pic 9(5)v9 comp-3 value zero.
027530 77  DF-GB-SUB               pic 9(4) comp value zero.
027540 77  DF-GB-IDX               pic 9(4) comp value zero.
027550 77  DF-GB-USED              pic 9(4) comp value zero.
027560 77  DF-GB-COUNT             pic 9(4) comp value zero.
027570 77  DF-GB-LISTED            pic 9(7) comp value zero.
027580 77  DF-GB-HOLDERS           pic 9(7) comp value zero.
027590 77  DF-GB-HELD              pic 9(7) comp value zero.
027600 77  DF-GB-LEFT-BELOW        pic 9(7) comp value zero.
027610 77  DF-GB-PEOPLE            pic 9(7) comp value zero.
027620 77  DF-GB-GRADED            pic 9(7) comp value zero.
027630 77  DF-GB-BELOW-COUNT       pic 9(7) comp value zero.
027640 77  DF-GB-ABOVE-COUNT       pic 9(7) comp value zero.
027650 77  DF-GB-OUTSIDE-COUNT     pic 9(7) comp value zero.
027660 77  DF-GB-UNGRADED-COUNT    pic 9(7) comp value zero.
027670 77  DF-GB-UNKNOWN-COUNT     pic 9(7) comp value zero.
027680 77  DF-GB-GRP-COUNT         pic 9(7) comp value zero.
027690 77  DF-GB-GRP-SALARY        pic 9(16)v9(2) comp-3 value zero.
027700 77  DF-GB-GRP-MID           pic 9(16)v9(2) comp-3 value zero.
027710 77  DF-GB-TODAY             pic 9(8) value zero.
027720 77  DF-GB-RESULT            pic x value space.
027730     88  DF-GB-IN-BAND           value space.
027740     88  DF-GB-UNGRADED          value "U".
027750     88  DF-GB-NOT-ON-MASTER     value "N".
027760     88  DF-GB-BELOW             value "L".
027770     88  DF-GB-ABOVE             value "H".
027780     88  DF-GB-OUT-OF-BAND       value "L" "H".
027790 77  DF-GB-KEY-SWITCH        pic x value "N".
027800     88  DF-GB-KEY-OK            value "Y".
027810 77  DF-GB-FOUND-SWITCH      pic x value "N".
027820     88  DF-GB-FOUND             value "Y".
027830 77  DF-GB-FIGURES-SWITCH    pic x value "N".
027840     88  DF-GB-FIGURES-OK        value "Y".
027850 77  DF-GB-SCAN-SWITCH       pic x value "N".
027860     88  DF-GB-SCAN-DONE         value "Y".
027870 77  DF-GB-PROCEED-SWITCH    pic x value "Y".
027880     88  DF-GB-PROCEED           value "Y".
027890 77  DF-GB-OVERRIDE-SWITCH   pic x value "N".
027900     88  DF-GB-OVERRIDDEN        value "Y".
027910 77  DF-GB-GROUP-SWITCH      pic x value "N".
027920     88  DF-GB-GROUP-OPEN        value "Y".
027930 77  DF-GB-OVERFLOW-SWITCH   pic x value "N".
027940     88  DF-GB-OVERFLOWED        value "Y".
027950 77  DF-GB-MONEY-EDIT        pic z(15)9.99.
027960 77  DF-GB-LIMIT-EDIT        pic z(15)9.99.
027970 77  DF-GB-MIN-EDIT          pic z(10)9.99.
027980 77  DF-GB-MID-EDIT          pic z(10)9.99.
027990 77  DF-GB-MAX-EDIT          pic z(10)9.99.
028000 77  DF-GB-COMPA-EDIT        pic zzzz9.9.
028010 77  DF-GB-COUNT-EDIT        pic z(6)9.

028020*>   The compa-ratio report's people, put in department, grade
028030*>   and employee order by repeated passes for the lowest not
028040*>   yet placed; DF-GB-ORDER keeps that order so each section of
028050*>   the report walks it without sorting again.
028060 01  DF-GB-TABLE.
028070     05  DF-GB-ENTRY occurs 3000 times.
028080         07  DF-GB-T-KEY.
028090             09  DF-GB-T-DEPT    pic x(4).
028100             09  DF-GB-T-GRADE   pic x(4).
028110             09  DF-GB-T-CODE    pic x(7).
028120         07  DF-GB-T-NAME        pic x(22).
028130         07  DF-GB-T-SALARY      pic 9(16)v9(2) comp-3.
028140         07  DF-GB-T-MIN         pic 9(16)v9(2) comp-3.
028150         07  DF-GB-T-MID         pic 9(16)v9(2) comp-3.
028160         07  DF-GB-T-MAX         pic 9(16)v9(2) comp-3.
028170         07  DF-GB-T-COMPA       pic 9(5)v9 comp-3.
028180         07  DF-GB-T-RESULT      pic x.
028190         07  DF-GB-T-DONE        pic x.
028200 01  DF-GB-ORDER-TABLE.
028210     05  DF-GB-ORDER             pic 9(4) comp occurs 3000 times.

028220*>   One person on the compa-ratio report.
028230 01  DF-GB-LINE.
028240     05  DF-GB-L-DEPT            pic x(4).
028250     05  filler                  pic x(2).
028260     05  DF-GB-L-GRADE           pic x(4).
028270     05  filler                  pic x(2).
028280     05  DF-GB-L-CODE            pic x(7).
028290     05  filler                  pic x(2).
028300     05  DF-GB-L-NAME            pic x(22).
028310     05  filler                  pic x(2).
028320     05  DF-GB-L-SALARY          pic z(10)9.99.
028330     05  filler                  pic x(2).
028340     05  DF-GB-L-MIN             pic z(10)9.99.
028350     05  filler                  pic x(2).
028360     05  DF-GB-L-MID             pic z(10)9.99.
028370     05  filler                  pic x(2).
028380     05  DF-GB-L-MAX             pic z(10)9.99.
028390     05  filler                  pic x(2).
028400     05  DF-GB-L-COMPA           pic zzzz9.9.
028410     05  filler                  pic x(2).
028420     05  DF-GB-L-FLAG            pic x(13).

028430****************************************************************
028440* DF-PROMOTE-SNAPSHOT - EMPLOYEE-REC, MANAGER-REC and            *
028450* EXECUTIVE-REC all share one physical record area in the FD,    *
028460* so the fields a promotion carries across have to be copied    *
028470* out here before INITIALIZE repaints that area under the next  *
028480* tier's record - otherwise the source fields would already be  *
028490* gone by the time they are moved.                               *
028500****************************************************************
028510 01  DF-PROMOTE-SNAPSHOT.
028520     05  DF-PR-EMP-NUM           pic 9(6).
028530     05  DF-PR-AGE               pic 9(2).
028540     05  DF-PR-YEARS             pic 9(2).
028550     05  DF-PR-NAME              pic x(115).
028560     05  DF-PR-ADDRESS           pic x(120).
028570     05  DF-PR-DEPARTMENT        pic x(4).
028580     05  DF-PR-SALARY            pic 9(16)v9(2).
028590     05  DF-PR-AVG-HOURS         pic 9(3).
028600     05  DF-PR-JOB-TITLE         pic x(80).
028610     05  DF-PR-PREV-JOBS         pic x(20) occurs 8 times.
028620     05  DF-PR-DATE-OF-BIRTH     pic 9(8).
028630     05  DF-PR-HIRE-DATE         pic 9(8).
028640     05  DF-PR-REPORTS-TO        pic 9(6).
028650     05  DF-PR-GRADE             pic x(4).

028660****************************************************************
028670* CSV extract work area - one row of the flat extract.         *
028680****************************************************************
028690 01  DF-CSV-WORK.
028700     05  DF-CSV-CODE                pic x(7).
028710     05  DF-CSV-COMMA-1             pic x value ",".
028720     05  DF-CSV-NAME                pic x(115).
028730     05  DF-CSV-COMMA-2             pic x value ",".
028740     05  DF-CSV-DEPARTMENT          pic x(4).
028750     05  DF-CSV-COMMA-3             pic x value ",".
028760     05  DF-CSV-SALARY              pic z(15)9.99.
028770     05  DF-CSV-COMMA-4             pic x value ",".
028780     05  DF-CSV-JOB-TITLE           pic x(80).

028790 procedure division.

028800****************************************************************
028810* 0000-MAINLINE - open the files, drive the menu until the     *
028820* operator chooses to quit, close down cleanly.                *
028830****************************************************************
028840 0000-MAINLINE.
028850     perform 1000-INITIALIZE thru 1000-EXIT.
028860*>   DFRUNMODE names one function for an unattended window -
028870*>   no menu, no prompts, a run log line per step and a return
028880*>   code the scheduler can act on.  Blank means the terminal
028890*>   menu as always.
028900     if DF-BATCH-MODE
028910         perform 8000-BATCH-RUN thru 8000-EXIT
028920     else
028930         perform 2000-PROCESS-MENU thru 2000-EXIT
028940             until DF-EXIT-PROGRAM
028950     end-if.
028960     perform 9800-TERMINATE thru 9800-EXIT.
028970     goback.
028980 0000-EXIT.
028990     exit.

029000****************************************************************
029010* 1000-INITIALIZE - resolve the run-time file assignments from *
029020* the environment (falling back to the JCL-style logical name  *
029030* when no override is present) and open STAFFFILE.             *
029040****************************************************************
029050 1000-INITIALIZE.
029060     accept DF-STAFFFILE-PATH from environment "DFDSTAFF".
029070     if DF-STAFFFILE-PATH = spaces
029080         move "DFDSTAFF" to DF-STAFFFILE-PATH
029090     end-if.

029100     accept DF-AUDITLOG-PATH from environment "DFAUDIT".
029110     if DF-AUDITLOG-PATH = spaces
029120         move "DFAUDIT" to DF-AUDITLOG-PATH
029130     end-if.

029140     accept DF-EXCEPTFILE-PATH from environment "DFEXCEPT".
029150     if DF-EXCEPTFILE-PATH = spaces
029160         move "DFEXCEPT" to DF-EXCEPTFILE-PATH
029170     end-if.

029180     accept DF-CSVFILE-PATH from environment "DFCSVOUT".
029190     if DF-CSVFILE-PATH = spaces
029200         move "DFCSVOUT" to DF-CSVFILE-PATH
029210     end-if.

029220     accept DF-CHECKPT-PATH from environment "DFCHKPT".
029230     if DF-CHECKPT-PATH = spaces
029240         move "DFCHKPT" to DF-CHECKPT-PATH
029250     end-if.

029260     accept DF-RVCKPT-PATH from environment "DFRVCHKPT".
029270     if DF-RVCKPT-PATH = spaces
029280         move "DFRVCHKPT" to DF-RVCKPT-PATH
029290     end-if.

029300     accept DF-TRANFILE-PATH from environment "DFTRANIN".
029310     if DF-TRANFILE-PATH = spaces
029320         move "DFTRANIN" to DF-TRANFILE-PATH
029330     end-if.

029340     accept DF-REJECT-PATH from environment "DFTRANREJ".
029350     if DF-REJECT-PATH = spaces
029360         move "DFTRANREJ" to DF-REJECT-PATH
029370     end-if.

029380     accept DF-PAYREG-PATH from environment "DFPAYREG".
029390     if DF-PAYREG-PATH = spaces
029400         move "DFPAYREG" to DF-PAYREG-PATH
029410     end-if.

029420     accept DF-DEPTM-PATH from environment "DFDEPT".
029430     if DF-DEPTM-PATH = spaces
029440         move "DFDEPT" to DF-DEPTM-PATH
029450     end-if.

029460     accept DF-LEAVE-PATH from environment "DFLEAVE".
029470     if DF-LEAVE-PATH = spaces
029480         move "DFLEAVE" to DF-LEAVE-PATH
029490     end-if.

029500     accept DF-RETURN-PATH from environment "DFRETURN".
029510     if DF-RETURN-PATH = spaces
029520         move "DFRETURN" to DF-RETURN-PATH
029530     end-if.

029540     accept DF-RECON-PATH from environment "DFRECON".
029550     if DF-RECON-PATH = spaces
029560         move "DFRECON" to DF-RECON-PATH
029570     end-if.

029580     accept DF-REVIEW-PATH from environment "DFREVIEW".
029590     if DF-REVIEW-PATH = spaces
029600         move "DFREVIEW" to DF-REVIEW-PATH
029610     end-if.

029620     accept DF-XFER-PATH from environment "DFXFER".
029630     if DF-XFER-PATH = spaces
029640         move "DFXFER" to DF-XFER-PATH
029650     end-if.

029660     accept DF-SETTL-PATH from environment "DFSETTLE".
029670     if DF-SETTL-PATH = spaces
029680         move "DFSETTLE" to DF-SETTL-PATH
029690     end-if.

029700     accept DF-RATES-PATH from environment "DFRATES".
029710     if DF-RATES-PATH = spaces
029720         move "DFRATES" to DF-RATES-PATH
029730     end-if.

029740     accept DF-PAYSLIP-PATH from environment "DFPAYSLIP".
029750     if DF-PAYSLIP-PATH = spaces
029760         move "DFPAYSLIP" to DF-PAYSLIP-PATH
029770     end-if.

029780     accept DF-GL-PATH from environment "DFGLPOST".
029790     if DF-GL-PATH = spaces
029800         move "DFGLPOST" to DF-GL-PATH
029810     end-if.

029820     accept DF-OPER-PATH from environment "DFOPER".
029830     if DF-OPER-PATH = spaces
029840         move "DFOPER" to DF-OPER-PATH
029850     end-if.

029860     accept DF-RUNLOG-PATH from environment "DFRUNLOG".
029870     if DF-RUNLOG-PATH = spaces
029880         move "DFRUNLOG" to DF-RUNLOG-PATH
029890     end-if.

029900     accept DF-LONGSRV-PATH from environment "DFLONGSRV".
029910     if DF-LONGSRV-PATH = spaces
029920         move "DFLONGSRV" to DF-LONGSRV-PATH
029930     end-if.

029940     accept DF-PGWORK-PATH from environment "DFPURGEWK".
029950     if DF-PGWORK-PATH = spaces
029960         move "DFPURGEWK" to DF-PGWORK-PATH
029970     end-if.

029980     accept DF-AUDWORK-PATH from environment "DFAUDITWK".
029990     if DF-AUDWORK-PATH = spaces
030000         move "DFAUDITWK" to DF-AUDWORK-PATH
030010     end-if.

030020     accept DF-DESTCERT-PATH from environment "DFDESTCERT".
030030     if DF-DESTCERT-PATH = spaces
030040         move "DFDESTCERT" to DF-DESTCERT-PATH
030050     end-if.

030060     accept DF-YTD-PATH from environment "DFYTD".
030070     if DF-YTD-PATH = spaces
030080         move "DFYTD" to DF-YTD-PATH
030090     end-if.

030100     accept DF-YECERT-PATH from environment "DFYECERT".
030110     if DF-YECERT-PATH = spaces
030120         move "DFYECERT" to DF-YECERT-PATH
030130     end-if.

030140     accept DF-ORGCHART-PATH from environment "DFORGCHART".
030150     if DF-ORGCHART-PATH = spaces
030160         move "DFORGCHART" to DF-ORGCHART-PATH
030170     end-if.

030180     accept DF-ABSENCE-PATH from environment "DFABSENCE".
030190     if DF-ABSENCE-PATH = spaces
030200         move "DFABSENCE" to DF-ABSENCE-PATH
030210     end-if.

030220     accept DF-ABSRPT-PATH from environment "DFABSRPT".
030230     if DF-ABSRPT-PATH = spaces
030240         move "DFABSRPT" to DF-ABSRPT-PATH
030250     end-if.

030260     accept DF-VARPAY-PATH from environment "DFVARPAY".
030270     if DF-VARPAY-PATH = spaces
030280         move "DFVARPAY" to DF-VARPAY-PATH
030290     end-if.

030300     accept DF-VARIN-PATH from environment "DFVARIN".
030310     if DF-VARIN-PATH = spaces
030320         move "DFVARIN" to DF-VARIN-PATH
030330     end-if.

030340     accept DF-VARREJ-PATH from environment "DFVARREJ".
030350     if DF-VARREJ-PATH = spaces
030360         move "DFVARREJ" to DF-VARREJ-PATH
030370     end-if.

030380     accept DF-ESTAB-PATH from environment "DFESTAB".
030390     if DF-ESTAB-PATH = spaces
030400         move "DFESTAB" to DF-ESTAB-PATH
030410     end-if.

030420     accept DF-ESTRPT-PATH from environment "DFESTRPT".
030430     if DF-ESTRPT-PATH = spaces
030440         move "DFESTRPT" to DF-ESTRPT-PATH
030450     end-if.

030460     accept DF-BANK-PATH from environment "DFBANK".
030470     if DF-BANK-PATH = spaces
030480         move "DFBANK" to DF-BANK-PATH
030490     end-if.

030500     accept DF-BANKPAY-PATH from environment "DFBANKPAY".
030510     if DF-BANKPAY-PATH = spaces
030520         move "DFBANKPAY" to DF-BANKPAY-PATH
030530     end-if.

030540     accept DF-BNKCHG-PATH from environment "DFBNKCHG".
030550     if DF-BNKCHG-PATH = spaces
030560         move "DFBNKCHG" to DF-BNKCHG-PATH
030570     end-if.

030580*>   The company account the bank payment file's contra debit
030590*>   is drawn on.
030600     accept DF-BA-ORIG-TEXT from environment "DFBANKORIG".
030610     if DF-BA-ORIG-TEXT numeric
030620         move DF-BA-ORIG-TEXT to DF-BA-ORIG
030630     end-if.

030640     accept DF-SNAP-PATH from environment "DFSNAP".
030650     if DF-SNAP-PATH = spaces
030660         move "DFSNAP" to DF-SNAP-PATH
030670     end-if.

030680     accept DF-MOVRPT-PATH from environment "DFMOVRPT".
030690     if DF-MOVRPT-PATH = spaces
030700         move "DFMOVRPT" to DF-MOVRPT-PATH
030710     end-if.

030720     accept DF-DUPRPT-PATH from environment "DFDUPRPT".
030730     if DF-DUPRPT-PATH = spaces
030740         move "DFDUPRPT" to DF-DUPRPT-PATH
030750     end-if.

030760     accept DF-PERIODF-PATH from environment "DFPERIOD".
030770     if DF-PERIODF-PATH = spaces
030780         move "DFPERIOD" to DF-PERIODF-PATH
030790     end-if.

030800     accept DF-GRADE-PATH from environment "DFGRADE".
030810     if DF-GRADE-PATH = spaces
030820         move "DFGRADE" to DF-GRADE-PATH
030830     end-if.

030840     accept DF-COMPARPT-PATH from environment "DFCOMPA".
030850     if DF-COMPARPT-PATH = spaces
030860         move "DFCOMPA" to DF-COMPARPT-PATH
030870     end-if.

030880*>   The two snapshots an unattended movement report compares -
030890*>   blank means the latest snapshot and the one before it.
030900     accept DF-SN-FROM-TEXT from environment "DFSNAPFROM".
030910     accept DF-SN-TO-TEXT from environment "DFSNAPTO".

030920*>   The first month of the tax year, when a site's differs
030930*>   from April.
030940     accept DF-YT-START-TEXT from environment "DFTAXMONTH".
030950     if DF-YT-START-TEXT numeric
030960         if DF-YT-START-TEXT > "00" and DF-YT-START-TEXT < "13"
030970             move DF-YT-START-TEXT to DF-YT-START-MONTH
030980         end-if
030990     end-if.

031000*>   The sickness trigger points, when a site's differ from
031010*>   the usual Bradford 200, three spells or ten days.
031020     accept DF-SK-TRIG-SCORE from environment "DFBRADFORD".
031030     if DF-SK-TRIG-SCORE = zero
031040         move 200 to DF-SK-TRIG-SCORE
031050     end-if.
031060     accept DF-SK-TRIG-SPELLS from environment "DFSICKSPELLS".
031070     if DF-SK-TRIG-SPELLS = zero
031080         move 3 to DF-SK-TRIG-SPELLS
031090     end-if.
031100     accept DF-SK-TRIG-DAYS from environment "DFSICKDAYS".
031110     if DF-SK-TRIG-DAYS = zero
031120         move 10 to DF-SK-TRIG-DAYS
031130     end-if.

031140*>   The most overtime hours one variable pay line may carry,
031150*>   when a site's limit differs from 100.
031160     accept DF-VP-HOURS-LIMIT from environment "DFOTLIMIT".
031170     if DF-VP-HOURS-LIMIT = zero
031180         move 100 to DF-VP-HOURS-LIMIT
031190     end-if.

031200*>   The run mode and the settings the unattended functions
031210*>   would otherwise prompt for.
031220     accept DF-RUN-FUNCTION from environment "DFRUNMODE".
031230     if DF-RUN-FUNCTION not = spaces
031240         move "Y" to DF-BATCH-SWITCH
031250     end-if.
031260     accept DF-BATCH-LV-YEAR from environment "DFLVYEAR".
031270     accept DF-YT-RERUN-REQUEST from environment "DFRERUN".
031280     accept DF-BATCH-TAX-YEAR from environment "DFTAXYEAR".

031290     accept DF-ARCH-PATH from environment "DFARCHIVE".
031300     if DF-ARCH-PATH = spaces
031310         move "DFARCHIVE" to DF-ARCH-PATH
031320     end-if.

031330     accept DF-BACKUP-PATH from environment "DFBACKUP".
031340     if DF-BACKUP-PATH = spaces
031350         move "DFBACKUP" to DF-BACKUP-PATH
031360     end-if.

031370     open i-o stafffile.
031380     if FILE-STATUS = "35"
031390         open output stafffile
031400         if FILE-STATUS not = "00"
031410             perform 9900-ABEND thru 9900-EXIT
031420         end-if
031430         close stafffile
031440         open i-o stafffile
031450     end-if.
031460*>   Status 39 means the file on disk was built in an old
031470*>   format (no alternate indexes, narrow salary or no reporting
031480*>   line) - offer the one-time in-place rebuild rather than
031485*>   locking the shop out of its own file.
031490     if FILE-STATUS = "39"
031500         perform 1100-REBUILD-OLD-STAFFFILE thru 1100-EXIT
031510     end-if.
031520     if FILE-STATUS not = "00"
031530         perform 9900-ABEND thru 9900-EXIT
031540     end-if.

031550*>   The department master is created empty on first use, the
031560*>   same way STAFFFILE is.  While it stays empty, department
031570*>   validation falls back to the approved-department literal.
031580     open i-o deptfile.
031590     if DF-DEPTM-STATUS = "35"
031600         open output deptfile
031610         if DF-DEPTM-STATUS not = "00"
031620             perform 9900-ABEND thru 9900-EXIT
031630         end-if
031640         close deptfile
031650         open i-o deptfile
031660     end-if.
031670     if DF-DEPTM-STATUS not = "00"
031680         perform 9900-ABEND thru 9900-EXIT
031690     end-if.
031700     perform 4260-CHECK-MASTER-PRESENT thru 4260-EXIT.

031710*>   The leave balance file is created empty on first use too -
031720*>   balances appear as people book leave or the accrual run
031730*>   files them.
031740     open i-o leavefile.
031750     if DF-LEAVE-STATUS = "35"
031760         open output leavefile
031770         if DF-LEAVE-STATUS not = "00"
031780             perform 9900-ABEND thru 9900-EXIT
031790         end-if
031800         close leavefile
031810         open i-o leavefile
031820     end-if.
031830     if DF-LEAVE-STATUS not = "00"
031840         perform 9900-ABEND thru 9900-EXIT
031850     end-if.

031860*>   The deductions rates master is created empty on first use
031870*>   the way the department master is.  While it stays empty
031880*>   the pay register reports gross only.
031890     open i-o ratefile.
031900     if DF-RATES-STATUS = "35"
031910         open output ratefile
031920         if DF-RATES-STATUS not = "00"
031930             perform 9900-ABEND thru 9900-EXIT
031940         end-if
031950         close ratefile
031960         open i-o ratefile
031970     end-if.
031980     if DF-RATES-STATUS not = "00"
031990         perform 9900-ABEND thru 9900-EXIT
032000     end-if.
032010     perform 5150-CHECK-RATES-PRESENT thru 5150-EXIT.

032020*>   The year-to-date pay history is created empty on first use
032030*>   and fills as the pay register runs.
032040     open i-o ytdfile.
032050     if DF-YTD-STATUS = "35"
032060         open output ytdfile
032070         if DF-YTD-STATUS not = "00"
032080             perform 9900-ABEND thru 9900-EXIT
032090         end-if
032100         close ytdfile
032110         open i-o ytdfile
032120     end-if.
032130     if DF-YTD-STATUS not = "00"
032140         perform 9900-ABEND thru 9900-EXIT
032150     end-if.

032160*>   The sickness record is created empty on first use and
032170*>   fills as HR keys the spells.
032180     open i-o absencefile.
032190     if DF-ABSENCE-STATUS = "35"
032200         open output absencefile
032210         if DF-ABSENCE-STATUS not = "00"
032220             perform 9900-ABEND thru 9900-EXIT
032230         end-if
032240         close absencefile
032250         open i-o absencefile
032260     end-if.
032270     if DF-ABSENCE-STATUS not = "00"
032280         perform 9900-ABEND thru 9900-EXIT
032290     end-if.

032300*>   The variable pay file is created empty on first use and
032310*>   fills as each period's input is loaded.
032320     open i-o varpayfile.
032330     if DF-VARPAY-STATUS = "35"
032340         open output varpayfile
032350         if DF-VARPAY-STATUS not = "00"
032360             perform 9900-ABEND thru 9900-EXIT
032370         end-if
032380         close varpayfile
032390         open i-o varpayfile
032400     end-if.
032410     if DF-VARPAY-STATUS not = "00"
032420         perform 9900-ABEND thru 9900-EXIT
032430     end-if.

032440*>   The establishment file is created empty on first use.  A
032450*>   department with no budget for the year is simply not held
032460*>   to one.
032470     open i-o estabfile.
032480     if DF-ESTAB-STATUS = "35"
032490         open output estabfile
032500         if DF-ESTAB-STATUS not = "00"
032510             perform 9900-ABEND thru 9900-EXIT
032520         end-if
032530         close estabfile
032540         open i-o estabfile
032550     end-if.
032560     if DF-ESTAB-STATUS not = "00"
032570         perform 9900-ABEND thru 9900-EXIT
032580     end-if.

032590*>   The bank details file is created empty on first use and
032600*>   fills as HR keys each person's account.
032610     open i-o bankfile.
032620     if DF-BANK-STATUS = "35"
032630         open output bankfile
032640         if DF-BANK-STATUS not = "00"
032650             perform 9900-ABEND thru 9900-EXIT
032660         end-if
032670         close bankfile
032680         open i-o bankfile
032690     end-if.
032700     if DF-BANK-STATUS not = "00"
032710         perform 9900-ABEND thru 9900-EXIT
032720     end-if.

032730*>   The snapshot file is created empty on first use.
032740     open i-o snapfile.
032750     if DF-SNAP-STATUS = "35"
032760         open output snapfile
032770         if DF-SNAP-STATUS not = "00"
032780             perform 9900-ABEND thru 9900-EXIT
032790         end-if
032800         close snapfile
032810         open i-o snapfile
032820     end-if.
032830     if DF-SNAP-STATUS not = "00"
032840         perform 9900-ABEND thru 9900-EXIT
032850     end-if.

032860*>   The period control file is created empty on first use; the
032870*>   first register to run opens its period.
032880     open i-o periodfile.
032890     if DF-PERIODF-STATUS = "35"
032900         open output periodfile
032910         if DF-PERIODF-STATUS not = "00"
032920             perform 9900-ABEND thru 9900-EXIT
032930         end-if
032940         close periodfile
032950         open i-o periodfile
032960     end-if.
032970     if DF-PERIODF-STATUS not = "00"
032980         perform 9900-ABEND thru 9900-EXIT
032990     end-if.

033000*>   The grade master is created empty on first use; until grades
033010*>   are keyed, nobody is graded and nothing is held to a band.
033020     open i-o gradefile.
033030     if DF-GRADE-STATUS = "35"
033040         open output gradefile
033050         if DF-GRADE-STATUS not = "00"
033060             perform 9900-ABEND thru 9900-EXIT
033070         end-if
033080         close gradefile
033090         open i-o gradefile
033100     end-if.
033110     if DF-GRADE-STATUS not = "00"
033120         perform 9900-ABEND thru 9900-EXIT
033130     end-if.

033140*>   The operator security file is created empty on first use.
033150*>   While it stays empty, sign-on is not enforced and the old
033160*>   acting-employee prompt carries on; once operators have
033170*>   been keyed, nobody gets past 1200 without one.
033180     open i-o operfile.
033190     if DF-OPER-STATUS = "35"
033200         open output operfile
033210         if DF-OPER-STATUS not = "00"
033220             perform 9900-ABEND thru 9900-EXIT
033230         end-if
033240         close operfile
033250         open i-o operfile
033260     end-if.
033270     if DF-OPER-STATUS not = "00"
033280         perform 9900-ABEND thru 9900-EXIT
033290     end-if.
033300     perform 5250-CHECK-OPERATORS-PRESENT thru 5250-EXIT.
033310*>   An unattended run has no terminal to prompt - its operator
033320*>   signs on from the scheduler's environment instead.
033330     if DF-BATCH-MODE
033340         perform 1250-BATCH-SIGNON thru 1250-EXIT
033350         go to 1000-EXIT
033360     end-if.
033370     if DF-OPERATORS-LOADED
033380         perform 1200-OPERATOR-SIGNON thru 1200-EXIT
033390     else
033400         display "OPERATOR FILE IS EMPTY - SIGN-ON NOT "
033410             "ENFORCED UNTIL OPERATORS ARE KEYED (OPTION M)"
033420     end-if.
033430 1000-EXIT.
033440     exit.

033450****************************************************************
033460* 1100-REBUILD-OLD-STAFFFILE - one-time migration for a staff  *
033470* file built before the alternate indexes existed, before      *
033480* EM-SALARY was widened or before the reporting line was       *
033490* added.  The old file is read through whichever old view      *
033500* opens and unloaded to the backup file with the usual         *
033510* trailer - employee images still at the original length have  *
033520* their salary widened on the way - then the standard reload   *
033530* core rebuilds it under the full definition and proves the    *
033540* counts and salary hash before the program carries on.        *
033550* Declining the rebuild stops the run - nothing can be done    *
033560* against an old-format file.                                  *
033570****************************************************************
033580 1100-REBUILD-OLD-STAFFFILE.
033590*>   The rebuild replaces the whole staff file - it needs an
033600*>   operator's confirmation, so an unattended window stops
033610*>   and hands the decision back to the day shift.
033620     if DF-BATCH-MODE
033630         display "STAFF FILE IS IN AN OLD FORMAT - THE ONE-"
033640             "TIME REBUILD NEEDS AN OPERATOR - RUN ENDED"
033650         move 8 to return-code
033660         stop run
033670     end-if.
033680     display "STAFF FILE AT " DF-STAFFFILE-PATH.
033690     display "IS IN AN OLD FORMAT (NO ALTERNATE INDEXES, "
033700         "NARROW EMPLOYEE SALARY OR NO REPORTING LINE).".
033710     display "A ONE-TIME REBUILD WILL UNLOAD IT TO "
033720         DF-BACKUP-PATH.
033730     display "AND RELOAD IT IN THE CURRENT FORMAT, PROVING THE "
033740         "COUNTS AND SALARY HASH.".
033750     display "CONFIRM REBUILD (Y/N): " with no advancing.
033760     accept DF-CONFIRM.
033770     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
033780         display "REBUILD DECLINED - THE RUN CANNOT CONTINUE "
033790             "AGAINST AN OLD-FORMAT FILE"
033800         perform 9900-ABEND thru 9900-EXIT
033810     end-if.

033820*>   Which old view matches depends on when the file was
033830*>   built: a pre-alternate-index file opens under the
033840*>   primary-key-only view, a file from the releases in
033850*>   between carries the surname and department alternates
033860*>   and opens under the alternate-key view, and a dated file
033870*>   without the reporting line opens under the dated view.
033880*>   The switch remembers which one the unload must read
033890*>   through; the run stops only when no view matches.
033900     move "1" to DF-OLD-VIEW-SWITCH.
033910     open input staffold.
033920     if DF-OLD-STATUS not = "00"
033930         move "2" to DF-OLD-VIEW-SWITCH
033940         open input staffold2
033950         if DF-OLD2-STATUS not = "00"
033960             move "3" to DF-OLD-VIEW-SWITCH
033970             open input staffold3
033980             if DF-OLD3-STATUS not = "00"
033990                 display "OLD-FORMAT OPEN FAILED - STATUS "
034000                     DF-OLD-STATUS " / " DF-OLD2-STATUS
034010                     " / " DF-OLD3-STATUS
034020                 perform 9900-ABEND thru 9900-EXIT
034030             end-if
034040         end-if
034050     end-if.

034060     move zero to DF-BK-EMP-COUNT.
034070     move zero to DF-BK-MGR-COUNT.
034080     move zero to DF-BK-EXEC-COUNT.
034090     move zero to DF-BK-HASH.
034100     move zero to DF-BK-RECORDS.
034110     move "N" to DF-EOF-SWITCH.

034120     open output backupfile.
034130     if DF-BACKUP-STATUS not = "00"
034140         perform 9900-ABEND thru 9900-EXIT
034150     end-if.

034160     perform 1110-UNLOAD-ONE-OLD-RECORD thru 1110-EXIT
034170         until DF-END-OF-FILE.

034180     perform 4620-WRITE-BACKUP-TRAILER thru 4620-EXIT.
034190     close backupfile.
034200     evaluate true
034210         when DF-OLD-PRIMARY-VIEW
034220             close staffold
034230         when DF-OLD-ALTKEY-VIEW
034240             close staffold2
034250         when other
034260             close staffold3
034270     end-evaluate.
034280     display "OLD FILE UNLOADED - " DF-BK-RECORDS
034290         " RECORDS.  REBUILDING IN THE CURRENT FORMAT.".

034300     perform 4701-RELOAD-CORE thru 4701-EXIT.
034310     display "STAFF FILE REBUILT IN THE CURRENT FORMAT.".
034320 1100-EXIT.
034330     exit.

034340 1110-UNLOAD-ONE-OLD-RECORD.
034350     if DF-OLD-DATED-VIEW
034360         perform 1130-UNLOAD-ONE-DATED-RECORD thru 1130-EXIT
034370         go to 1110-EXIT
034380     end-if.
034390     if DF-OLD-PRIMARY-VIEW
034400         read staffold next record
034410             at end
034420                 move "Y" to DF-EOF-SWITCH
034430                 go to 1110-EXIT
034440         end-read
034450         if DF-OLD-STATUS not = "00"
034460             display "OLD-FORMAT READ FAILED - STATUS "
034470                 DF-OLD-STATUS
034480             perform 9900-ABEND thru 9900-EXIT
034490         end-if
034500     else
034510         read staffold2 next record
034520             at end
034530                 move "Y" to DF-EOF-SWITCH
034540                 go to 1110-EXIT
034550         end-read
034560         if DF-OLD2-STATUS not = "00"
034570             display "OLD-FORMAT READ FAILED - STATUS "
034580                 DF-OLD2-STATUS
034590             perform 9900-ABEND thru 9900-EXIT
034600         end-if
034610*>       Whichever view read it, the image is interpreted
034620*>       through the STAFFOLD record area below.
034630         move OLD2-STAFF-REC to OLD-STAFF-REC
034640     end-if.
034650*>   The image is copied through the staff record area so the
034660*>   shared counting and hashing in 4615 sees the tier fields.
034670*>   An employee image still at the original record length
034680*>   carries the narrow salary and is widened on the way; an
034690*>   image read through these views predates the date group
034700*>   and the reporting line, whose bytes would otherwise be
034710*>   whatever the record area last held - they are zeroed as
034720*>   not captured.
034730     evaluate OLD-POSITION
034740         when "E"
034750             if DF-OLD-REC-LEN = length of OLD-EMPLOYEE-REC
034760                 perform 1120-WIDEN-OLD-EMPLOYEE thru 1120-EXIT
034770             else
034780                 move OLD-STAFF-REC to EXECUTIVE-REC
034790                 move zero to EM-DATE-OF-BIRTH
034800                 move zero to EM-HIRE-DATE
034810             end-if
034820             move spaces to EM-REPORTING
034830             move zero to EM-REPORTS-TO
034840         when "M"
034850             move OLD-STAFF-REC to EXECUTIVE-REC
034860             move zero to MN-DATE-OF-BIRTH
034870             move zero to MN-HIRE-DATE
034880             move spaces to MN-REPORTING
034890             move zero to MN-REPORTS-TO
034900         when "X"
034910             move OLD-STAFF-REC to EXECUTIVE-REC
034920             move zero to EX-DATE-OF-BIRTH
034930             move zero to EX-HIRE-DATE
034940             move spaces to EX-REPORTING
034950             move zero to EX-REPORTS-TO
034960         when other
034970             move OLD-STAFF-REC to EXECUTIVE-REC
034980     end-evaluate.
034990     perform 4615-WRITE-ONE-BACKUP-IMAGE thru 4615-EXIT.
035000 1110-EXIT.
035010     exit.

035020*>   Rebuilds the employee record field by field so everything
035030*>   after the widened salary lands at its new offset.  The
035040*>   comment group moves whole - the author stamp inside it is
035050*>   character data at the same relative position either side.
035060 1120-WIDEN-OLD-EMPLOYEE.
035070     initialize EMPLOYEE-REC.
035080     move OEM-CODE                to EM-CODE.
035090     move OEM-AGE                 to EM-AGE.
035100     move OEM-YEARS-WITH-COMPANY to EM-YEARS-WITH-COMPANY.
035110     move OEM-NAME                to EM-NAME.
035120     move OEM-ADDRESS             to EM-ADDRESS.
035130     move OEM-JOB-TITLE           to EM-JOB-TITLE.
035140     move OEM-DEPARTMENT          to EM-DEPARTMENT.
035150     move OEM-SALARY              to EM-SALARY.
035160     move OEM-AVERAGE-HOURS-WEEK to EM-AVERAGE-HOURS-WEEK.
035170     move OEM-SLEEP-ALLOWANCE     to SLEEPING-ALLOWANCE.
035180     move OEM-LEAVE               to EM-LEAVE.
035190     perform 1121-COPY-OLD-PREV-JOB thru 1121-EXIT
035200         varying DF-SUB from 1 by 1 until DF-SUB > 3.
035210     move OEM-COMMENT             to EM-COMMENT.
035220 1120-EXIT.
035230     exit.

035240 1121-COPY-OLD-PREV-JOB.
035250     move OEM-PREVIOUS-JOBS(DF-SUB)
035260         to EM-PREVIOUS-JOBS(DF-SUB).
035270 1121-EXIT.
035280     exit.

035290*>   A dated image already carries every field up to the dates
035300*>   at its current offset, so it goes straight into the staff
035310*>   record area; only the reporting line behind it is new.
035320 1130-UNLOAD-ONE-DATED-RECORD.
035330     read staffold3 next record
035340         at end
035350             move "Y" to DF-EOF-SWITCH
035360             go to 1130-EXIT
035370     end-read.
035380     if DF-OLD3-STATUS not = "00"
035390         display "OLD-FORMAT READ FAILED - STATUS "
035400             DF-OLD3-STATUS
035410         perform 9900-ABEND thru 9900-EXIT
035420     end-if.
035430     move OLD3-STAFF-REC to EXECUTIVE-REC.
035440     evaluate OLD3-POSITION
035450         when "E"
035460             move spaces to EM-REPORTING
035470             move zero to EM-REPORTS-TO
035480         when "M"
035490             move spaces to MN-REPORTING
035500             move zero to MN-REPORTS-TO
035510         when "X"
035520             move spaces to EX-REPORTING
035530             move zero to EX-REPORTS-TO
035540     end-evaluate.
035550     perform 4615-WRITE-ONE-BACKUP-IMAGE thru 4615-EXIT.
035560 1130-EXIT.
035570     exit.

035580****************************************************************
035590* 1200-OPERATOR-SIGNON - prove who is at the terminal against  *
035600* the operator security file before the menu comes up.  Three  *
035610* tries; every failure goes to the audit log, and the third    *
035620* stops the run.  The signed-on operator's code becomes the    *
035630* acting-employee stamp for everything the session writes.     *
035640****************************************************************
035650 1200-OPERATOR-SIGNON.
035660     move zero to DF-SIGNON-TRIES.
035670     move "N" to DF-SIGNON-SWITCH.
035680     perform 1210-ONE-SIGNON-TRY thru 1210-EXIT
035690         until DF-SIGNED-ON or DF-SIGNON-TRIES not < 3.
035700     if not DF-SIGNED-ON
035710         display "SIGN-ON FAILED THREE TIMES - RUN ENDED"
035720         move 8 to return-code
035730         stop run
035740     end-if.
035750 1200-EXIT.
035760     exit.

035770 1210-ONE-SIGNON-TRY.
035780     add 1 to DF-SIGNON-TRIES.
035790     display "OPERATOR SIGN-ON".
035800     display "ENTER YOUR EMPLOYEE NUMBER: " with no advancing.
035810     accept DF-ACTING-NUM.
035820     display "ENTER YOUR POSITION CODE (E/M/X): "
035830         with no advancing.
035840     accept DF-ACTING-POS.
035850     display "ENTER YOUR PASSWORD: " with no advancing.
035860     accept DF-SIGNON-PASSWORD.

035870     move DF-ACTING-EMP-CODE to OP-CODE.
035880     read operfile record
035890         invalid key
035900             perform 1220-SIGNON-FAILURE thru 1220-EXIT
035910             go to 1210-EXIT
035920     end-read.
035930     if DF-OPER-STATUS not = "00"
035940         perform 9900-ABEND thru 9900-EXIT
035950     end-if.
035960     if OP-IS-INACTIVE
035970         perform 1220-SIGNON-FAILURE thru 1220-EXIT
035980         go to 1210-EXIT
035990     end-if.
036000     if OP-PASSWORD not = DF-SIGNON-PASSWORD
036010         perform 1220-SIGNON-FAILURE thru 1220-EXIT
036020         go to 1210-EXIT
036030     end-if.

036040     move OP-ROLE to DF-SIGNON-ROLE.
036050     move "Y" to DF-SIGNON-SWITCH.
036060     display "SIGNED ON - WELCOME " OP-NAME.
036070     move "SIGNON" to DF-AUDIT-ACTION.
036080     move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE.
036090     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
036100 1210-EXIT.
036110     exit.

036120*>   One message for every failure mode, so the prompt gives
036130*>   nothing away about which part was wrong.
036140 1220-SIGNON-FAILURE.
036150     display "SIGN-ON REFUSED".
036160     move "SIGNFAIL" to DF-AUDIT-ACTION.
036170     move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE.
036180     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
036190 1220-EXIT.
036200     exit.

036210****************************************************************
036220* 1250-BATCH-SIGNON - the unattended run's sign-on.  The       *
036230* operator code and password come from the scheduler's         *
036240* environment (DFBATCHOP/DFBATCHPW) and are proved against     *
036250* the operator file exactly as at the terminal - one try, no   *
036260* reprompt, a failure stops the run.  While the operator file  *
036270* is empty the code is taken on trust for the acting-employee  *
036280* stamp, as at the terminal.                                   *
036290****************************************************************
036300 1250-BATCH-SIGNON.
036310     accept DF-BATCH-OP from environment "DFBATCHOP".
036320     if not DF-OPERATORS-LOADED
036330         move DF-BATCH-OP to DF-ACTING-EMP-CODE
036340         go to 1250-EXIT
036350     end-if.
036360     accept DF-SIGNON-PASSWORD from environment "DFBATCHPW".
036370     move DF-BATCH-OP to DF-ACTING-EMP-CODE.
036380     move DF-BATCH-OP to OP-CODE.
036390     read operfile record
036400         invalid key
036410             perform 1260-BATCH-SIGNON-FAILURE thru 1260-EXIT
036420     end-read.
036430     if DF-OPER-STATUS not = "00"
036440         perform 9900-ABEND thru 9900-EXIT
036450     end-if.
036460     if OP-IS-INACTIVE
036470         perform 1260-BATCH-SIGNON-FAILURE thru 1260-EXIT
036480     end-if.
036490     if OP-PASSWORD not = DF-SIGNON-PASSWORD
036500         perform 1260-BATCH-SIGNON-FAILURE thru 1260-EXIT
036510     end-if.
036520     move OP-ROLE to DF-SIGNON-ROLE.
036530     move "Y" to DF-SIGNON-SWITCH.
036540     move "SIGNON" to DF-AUDIT-ACTION.
036550     move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE.
036560     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
036570 1250-EXIT.
036580     exit.

036590 1260-BATCH-SIGNON-FAILURE.
036600     display "BATCH SIGN-ON REFUSED - RUN ENDED".
036610     move "SIGNFAIL" to DF-AUDIT-ACTION.
036620     move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE.
036630     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
036640     move 8 to return-code.
036650     stop run.
036660 1260-EXIT.
036670     exit.

036680****************************************************************
036690* 2000-PROCESS-MENU - top level transaction dispatch.          *
036700****************************************************************
036710 2000-PROCESS-MENU.
036720     display " ".
036730     display "DFDSTAFF - STAFF FILE MAINTENANCE AND REPORTING".
036740     display "1. FULL STAFF LISTING REPORT".
036750     display "2. EMPLOYEE INQUIRY BY EMPLOYEE NUMBER".
036760     display "3. MAINTENANCE (ADD/UPDATE/DELETE)".
036770     display "4. DEPARTMENT PAYROLL AND LEAVE SUMMARY".
036780     display "5. PROMOTE AN EMPLOYEE OR MANAGER".
036790     display "6. DEPARTMENT/AUTHOR EXCEPTION REPORT".
036800     display "7. CSV EXTRACT FOR THE PAYROLL FEED".
036810     display "8. BATCH TRANSACTION RUN".
036820     display "9. BROWSE BY SURNAME OR DEPARTMENT".
036830     display "A. MONTHLY PAY REGISTER".
036840     display "B. AUDIT LOG INQUIRY AND ACTIVITY REPORT".
036850     display "C. DEPARTMENT MASTER MAINTENANCE".
036860     display "D. LEAVE BOOKING AND INQUIRY".
036870     display "E. YEAR-END LEAVE ACCRUAL RUN".
036880     display "F. PAYROLL RETURN RECONCILIATION".
036890     display "G. UNLOAD STAFF FILE TO BACKUP".
036900     display "H. RELOAD STAFF FILE FROM BACKUP".
036910     display "I. REINSTATE A LEAVER FROM THE ARCHIVE".
036920     display "J. ANNUAL SALARY REVIEW (PROPOSAL/APPLY)".
036930     display "K. DEPARTMENT CLOSE-DOWN TRANSFER RUN".
036940     display "L. DEDUCTION RATES MAINTENANCE".
036950     display "M. OPERATOR SECURITY MAINTENANCE".
036960     display "N. YEAR-START AGE/SERVICE ROLL".
036970     display "O. LONG-SERVICE REPORT".
036980     display "P. RETENTION PURGE (ARCHIVE AND AUDIT LOG)".
036990     display "Q. ARCHIVE FORMAT UPGRADE (ONE-TIME)".
037000     display "R. YEAR-END EARNINGS CERTIFICATES".
037010     display "S. ORGANISATION CHART".
037020     display "T. SICKNESS ABSENCE RECORD AND BRADFORD REPORT".
037030     display "U. VARIABLE PAY LOAD AND INQUIRY".
037040     display "V. ESTABLISHMENT, SALARY GRADES AND COMPA-RATIO".
037050     display "W. BANK DETAILS MAINTENANCE".
037060     display "X. MONTH-END SNAPSHOT AND MOVEMENT REPORT".
037070     display "Y. LIKELY DUPLICATES REPORT".
037080     display "Z. PAY PERIOD CONTROL (STATUS/GL/CLOSE/REOPEN)".
037090     display "0. EXIT".
037100     display "ENTER YOUR CHOICE: " with no advancing.
037110     accept DF-MENU-CHOICE.

037120*>   The sensitive choices check the signed-on operator's role
037130*>   through 5260 before dispatching - a refusal says so and
037140*>   goes to the audit log.
037150     evaluate DF-MENU-CHOICE
037160         when "1" perform 2100-LIST-REPORT thru 2100-EXIT
037170         when "2" perform 2200-INQUIRY thru 2200-EXIT
037180         when "3"
037190             move "H" to DF-REQUIRED-ROLE
037200             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037210             if DF-AUTH-GRANTED
037220                 perform 2300-MAINTENANCE thru 2300-EXIT
037230             end-if
037240         when "4" perform 2400-DEPT-SUMMARY thru 2400-EXIT
037250         when "5"
037260             move "H" to DF-REQUIRED-ROLE
037270             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037280             if DF-AUTH-GRANTED
037290                 perform 2500-PROMOTION thru 2500-EXIT
037300             end-if
037310         when "6" perform 2600-EXCEPTION-REPORT thru 2600-EXIT
037320         when "7" perform 2700-CSV-EXTRACT thru 2700-EXIT
037330         when "8"
037340*>           The transaction file applies the same adds,
037350*>           updates, deletes and promotions as option 3 -
037360*>           it takes the same role.
037370             move "H" to DF-REQUIRED-ROLE
037380             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037390             if DF-AUTH-GRANTED
037400                 perform 2800-BATCH-TRANSACTIONS thru 2800-EXIT
037410             end-if
037420         when "9" perform 2900-BROWSE thru 2900-EXIT
037430         when "A" perform 4000-PAY-REGISTER thru 4000-EXIT
037440         when "a" perform 4000-PAY-REGISTER thru 4000-EXIT
037450         when "B" perform 4100-AUDIT-MENU thru 4100-EXIT
037460         when "b" perform 4100-AUDIT-MENU thru 4100-EXIT
037470         when "C" perform 4200-DEPT-MASTER thru 4200-EXIT
037480         when "c" perform 4200-DEPT-MASTER thru 4200-EXIT
037490         when "D" perform 4300-LEAVE-MENU thru 4300-EXIT
037500         when "d" perform 4300-LEAVE-MENU thru 4300-EXIT
037510         when "E" perform 4400-LEAVE-ACCRUAL thru 4400-EXIT
037520         when "e" perform 4400-LEAVE-ACCRUAL thru 4400-EXIT
037530         when "F" perform 4500-RECONCILIATION thru 4500-EXIT
037540         when "f" perform 4500-RECONCILIATION thru 4500-EXIT
037550         when "G" perform 4600-UNLOAD-STAFFFILE thru 4600-EXIT
037560         when "g" perform 4600-UNLOAD-STAFFFILE thru 4600-EXIT
037570         when "H"
037580             perform 2010-GATED-RELOAD thru 2010-EXIT
037590         when "h"
037600             perform 2010-GATED-RELOAD thru 2010-EXIT
037610         when "I"
037620             perform 2020-GATED-REINSTATE thru 2020-EXIT
037630         when "i"
037640             perform 2020-GATED-REINSTATE thru 2020-EXIT
037650         when "J" perform 4900-SALARY-REVIEW thru 4900-EXIT
037660         when "j" perform 4900-SALARY-REVIEW thru 4900-EXIT
037670         when "K"
037680             move "H" to DF-REQUIRED-ROLE
037690             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037700             if DF-AUTH-GRANTED
037710                 perform 5000-DEPT-TRANSFER thru 5000-EXIT
037720             end-if
037730         when "k"
037740             move "H" to DF-REQUIRED-ROLE
037750             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037760             if DF-AUTH-GRANTED
037770                 perform 5000-DEPT-TRANSFER thru 5000-EXIT
037780             end-if
037790         when "L"
037800             move "H" to DF-REQUIRED-ROLE
037810             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037820             if DF-AUTH-GRANTED
037830                 perform 5100-RATES-MASTER thru 5100-EXIT
037840             end-if
037850         when "l"
037860             move "H" to DF-REQUIRED-ROLE
037870             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037880             if DF-AUTH-GRANTED
037890                 perform 5100-RATES-MASTER thru 5100-EXIT
037900             end-if
037910         when "M"
037920             perform 2030-GATED-OPER-MASTER thru 2030-EXIT
037930         when "m"
037940             perform 2030-GATED-OPER-MASTER thru 2030-EXIT
037950         when "N"
037960             move "H" to DF-REQUIRED-ROLE
037970             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
037980             if DF-AUTH-GRANTED
037990                 perform 5300-YEAR-START-ROLL thru 5300-EXIT
038000             end-if
038010         when "n"
038020             move "H" to DF-REQUIRED-ROLE
038030             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038040             if DF-AUTH-GRANTED
038050                 perform 5300-YEAR-START-ROLL thru 5300-EXIT
038060             end-if
038070         when "O"
038080             perform 5400-LONG-SERVICE-REPORT thru 5400-EXIT
038090         when "o"
038100             perform 5400-LONG-SERVICE-REPORT thru 5400-EXIT
038110         when "P"
038120             perform 2040-GATED-PURGE thru 2040-EXIT
038130         when "p"
038140             perform 2040-GATED-PURGE thru 2040-EXIT
038150         when "Q"
038160             perform 2050-GATED-ARCH-UPGRADE thru 2050-EXIT
038170         when "q"
038180             perform 2050-GATED-ARCH-UPGRADE thru 2050-EXIT
038190         when "R"
038200             perform 5700-YEAR-END-CERTIFICATES thru 5700-EXIT
038210         when "r"
038220             perform 5700-YEAR-END-CERTIFICATES thru 5700-EXIT
038230         when "S" perform 5800-ORG-CHART thru 5800-EXIT
038240         when "s" perform 5800-ORG-CHART thru 5800-EXIT
038250         when "T"
038260             move "H" to DF-REQUIRED-ROLE
038270             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038280             if DF-AUTH-GRANTED
038290                 perform 5900-ABSENCE-MENU thru 5900-EXIT
038300             end-if
038310         when "t"
038320             move "H" to DF-REQUIRED-ROLE
038330             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038340             if DF-AUTH-GRANTED
038350                 perform 5900-ABSENCE-MENU thru 5900-EXIT
038360             end-if
038370         when "U"
038380             move "H" to DF-REQUIRED-ROLE
038390             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038400             if DF-AUTH-GRANTED
038410                 perform 7100-VARPAY-MENU thru 7100-EXIT
038420             end-if
038430         when "u"
038440             move "H" to DF-REQUIRED-ROLE
038450             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038460             if DF-AUTH-GRANTED
038470                 perform 7100-VARPAY-MENU thru 7100-EXIT
038480             end-if
038490         when "V"
038500             move "H" to DF-REQUIRED-ROLE
038510             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038520             if DF-AUTH-GRANTED
038530                 perform 7200-ESTAB-MENU thru 7200-EXIT
038540             end-if
038550         when "v"
038560             move "H" to DF-REQUIRED-ROLE
038570             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038580             if DF-AUTH-GRANTED
038590                 perform 7200-ESTAB-MENU thru 7200-EXIT
038600             end-if
038610         when "W"
038620             move "H" to DF-REQUIRED-ROLE
038630             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038640             if DF-AUTH-GRANTED
038650                 perform 7300-BANK-MENU thru 7300-EXIT
038660             end-if
038670         when "w"
038680             move "H" to DF-REQUIRED-ROLE
038690             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038700             if DF-AUTH-GRANTED
038710                 perform 7300-BANK-MENU thru 7300-EXIT
038720             end-if
038730         when "X"
038740             move "H" to DF-REQUIRED-ROLE
038750             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038760             if DF-AUTH-GRANTED
038770                 perform 7400-SNAPSHOT-MENU thru 7400-EXIT
038780             end-if
038790         when "x"
038800             move "H" to DF-REQUIRED-ROLE
038810             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038820             if DF-AUTH-GRANTED
038830                 perform 7400-SNAPSHOT-MENU thru 7400-EXIT
038840             end-if
038850         when "Y"
038860             move "H" to DF-REQUIRED-ROLE
038870             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038880             if DF-AUTH-GRANTED
038890                 perform 7500-DUPLICATE-REPORT thru 7500-EXIT
038900             end-if
038910         when "y"
038920             move "H" to DF-REQUIRED-ROLE
038930             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
038940             if DF-AUTH-GRANTED
038950                 perform 7500-DUPLICATE-REPORT thru 7500-EXIT
038960             end-if
038970         when "Z" perform 7600-PERIOD-MENU thru 7600-EXIT
038980         when "z" perform 7600-PERIOD-MENU thru 7600-EXIT
038990         when "0" move "Y" to DF-EXIT-SWITCH
039000         when other
039010             display "INVALID CHOICE - TRY AGAIN"
039020     end-evaluate.
039030 2000-EXIT.
039040     exit.

039050*>   The admin-only dispatches, pulled out so the menu's
039060*>   evaluate stays readable: reload and reinstate rewrite the
039070*>   whole file or resurrect records, and the operator master
039080*>   decides who may do anything at all.
039090 2010-GATED-RELOAD.
039100     move "A" to DF-REQUIRED-ROLE.
039110     perform 5260-CHECK-AUTHORITY thru 5260-EXIT.
039120     if DF-AUTH-GRANTED
039130         perform 4700-RELOAD-STAFFFILE thru 4700-EXIT
039140     end-if.
039150 2010-EXIT.
039160     exit.

039170 2020-GATED-REINSTATE.
039180     move "A" to DF-REQUIRED-ROLE.
039190     perform 5260-CHECK-AUTHORITY thru 5260-EXIT.
039200     if DF-AUTH-GRANTED
039210         perform 4800-REINSTATE-LEAVER thru 4800-EXIT
039220     end-if.
039230 2020-EXIT.
039240     exit.

039250 2030-GATED-OPER-MASTER.
039260     move "A" to DF-REQUIRED-ROLE.
039270     perform 5260-CHECK-AUTHORITY thru 5260-EXIT.
039280     if DF-AUTH-GRANTED
039290         perform 5200-OPER-MASTER thru 5200-EXIT
039300     end-if.
039310 2030-EXIT.
039320     exit.

039330 2040-GATED-PURGE.
039340     move "A" to DF-REQUIRED-ROLE.
039350     perform 5260-CHECK-AUTHORITY thru 5260-EXIT.
039360     if DF-AUTH-GRANTED
039370         perform 5500-RETENTION-PURGE thru 5500-EXIT
039380     end-if.
039390 2040-EXIT.
039400     exit.

039410 2050-GATED-ARCH-UPGRADE.
039420     move "A" to DF-REQUIRED-ROLE.
039430     perform 5260-CHECK-AUTHORITY thru 5260-EXIT.
039440     if DF-AUTH-GRANTED
039450         perform 5600-ARCHIVE-FORMAT-UPGRADE thru 5600-EXIT
039460     end-if.
039470 2050-EXIT.
039480     exit.

039490****************************************************************
039500* 2100-LIST-REPORT - read DFDSTAFF from the beginning through  *
039510* end of file and print a detail line for every record,       *
039520* resuming from the last checkpoint if one is on file.         *
039530****************************************************************
039540 2100-LIST-REPORT.
039550     move zero to DF-RECORD-COUNTER.
039560     move "LIST" to DF-CURRENT-OPERATION.
039570     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
039580     perform 7030-POSITION-FROM-CHECKPOINT thru 7030-EXIT.
039590     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
039600     perform 3200-ADVANCE-AND-DISPLAY thru 3200-EXIT
039610         until DF-END-OF-FILE.
039620     display "END OF LISTING - RECORDS LISTED: "
039630         DF-RECORD-COUNTER.
039640     perform 7020-CLEAR-CHECKPOINT thru 7020-EXIT.
039650     perform 8600-PAUSE thru 8600-EXIT.
039660 2100-EXIT.
039670     exit.

039680****************************************************************
039690* 2200-INQUIRY - keyed read of a single employee/manager/       *
039700* executive record by employee number.                         *
039710****************************************************************
039720 2200-INQUIRY.
039730     display "ENTER EMPLOYEE NUMBER: " with no advancing.
039740     accept DF-INQUIRY-EMP-NUM.
039750     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
039760     read stafffile record
039770         invalid key
039780             display "NO RECORD FOUND FOR EMPLOYEE NUMBER "
039790                 DF-INQUIRY-EMP-NUM
039800             go to 2200-EXIT
039810     end-read.
039820     if FILE-STATUS not = "00"
039830         perform 9900-ABEND thru 9900-EXIT
039840     end-if.
039850     perform 3000-DISPATCH-DISPLAY thru 3000-EXIT.
039860 2200-EXIT.
039870     exit.

039880****************************************************************
039890* 2300-MAINTENANCE - add, update or delete a record.           *
039900****************************************************************
039910 2300-MAINTENANCE.
039920     display "A)DD  U)PDATE  D)ELETE  R)ETURN : "
039930         with no advancing.
039940     accept DF-MAINT-CHOICE.
039950*>   Acting-employee prompt only applies to choices that actually
039960*>   write to STAFFFILE - skip it on R)ETURN or an unknown key.
039970     evaluate DF-MAINT-CHOICE
039980         when "A"
039990             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
040000             perform 2310-ADD-RECORD thru 2310-EXIT
040010         when "a"
040020             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
040030             perform 2310-ADD-RECORD thru 2310-EXIT
040040         when "U"
040050             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
040060             perform 2320-UPDATE-RECORD thru 2320-EXIT
040070         when "u"
040080             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
040090             perform 2320-UPDATE-RECORD thru 2320-EXIT
040100         when "D"
040110             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
040120             perform 2330-DELETE-RECORD thru 2330-EXIT
040130         when "d"
040140             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
040150             perform 2330-DELETE-RECORD thru 2330-EXIT
040160         when other
040170             continue
040180     end-evaluate.
040190 2300-EXIT.
040200     exit.

040210****************************************************************
040220* 2310-ADD-RECORD - add a new EMPLOYEE-REC.  Managers and      *
040230* executives are created by promoting an employee (2500).      *
040240****************************************************************
040250 2310-ADD-RECORD.
040260     initialize EMPLOYEE-REC.
040270     move "E" to EM-POSITION.
040280     display "ENTER NEW EMPLOYEE NUMBER: " with no advancing.
040290     accept EM-EMP-NUM.
040300     display "ENTER SURNAME: " with no advancing.
040310     accept EM-SURNAME.
040320     display "ENTER FIRST NAME: " with no advancing.
040330     accept EM-FIRST-NAME.
040340     display "ENTER DEPARTMENT: " with no advancing.
040350     accept EM-DEPARTMENT.
040360     display "ENTER JOB TITLE: " with no advancing.
040370     accept EM-JOB-TITLE.
040380     display "ENTER SALARY: " with no advancing.
040390     accept EM-SALARY.
040400     display "ENTER GRADE: " with no advancing.
040410     accept EM-GRADE.
040420     display "ENTER DATE OF BIRTH (YYYYMMDD): "
040430         with no advancing.
040440     accept EM-DATE-OF-BIRTH.
040450     display "ENTER HIRE DATE (YYYYMMDD): " with no advancing.
040460     accept EM-HIRE-DATE.
040470     move EM-EMP-NUM to DF-RP-SUBJECT.
040480     move "E" to DF-RP-TIER.
040490     move "N" to DF-RP-RELOCK-SWITCH.
040500     move "PROMPT" to DF-RP-REASON.
040510     perform 2345-PROMPT-REPORTS-TO thru 2345-EXIT
040520         until DF-RP-REASON = spaces.
040530     move DF-NEW-REPORTS-TO to EM-REPORTS-TO.
040540*>   The stored age and years-of-service fields are filed at
040550*>   what the dates say today, and the year-start roll keeps
040560*>   them honest from here on.
040570     move EM-DATE-OF-BIRTH to DF-AS-DOB.
040580     move EM-HIRE-DATE to DF-AS-HIRE.
040590     move zero to DF-AS-STORED-AGE.
040600     move zero to DF-AS-STORED-YEARS.
040610     perform 3300-DERIVE-AGE-SERVICE thru 3300-EXIT.
040620     move DF-AS-AGE to EM-AGE.
040630     move DF-AS-YEARS to EM-YEARS-WITH-COMPANY.

040640*>   Someone who looks like a person already on file, or like
040650*>   a leaver who should come back through reinstatement, is
040660*>   only added once the operator has seen the match and said so.
040670     perform 7525-CONFIRM-NEW-PERSON thru 7525-EXIT.
040680     if not DF-DU-PROCEED
040690         go to 2310-EXIT
040700     end-if.

040710*>   A starting salary outside the grade band is only filed on
040720*>   the operator's override.
040730     move EM-GRADE to DF-GB-GRADE.
040740     move EM-GRADE to DF-GB-OLD-GRADE.
040750     move EM-SALARY to DF-GB-SALARY.
040760     perform 7745-CONFIRM-GRADE-BAND thru 7745-EXIT.
040770     if not DF-GB-PROCEED
040780         go to 2310-EXIT
040790     end-if.

040800*>   A new starter who would take the department over its funded
040810*>   employee establishment is only filed on the operator's
040820*>   override.
040830     initialize DF-EB-CHECK.
040840     move EM-DEPARTMENT to DF-EB-DEPT.
040850     move 1 to DF-EB-JOINING(1).
040860     perform 7245-CONFIRM-ESTABLISHMENT thru 7245-EXIT.
040870     if not DF-EB-PROCEED
040880         go to 2310-EXIT
040890     end-if.

040900     move "ADD" to DF-AUDIT-ACTION.
040910     move spaces to DF-AUDIT-BEFORE-DEPT.
040920     move zero to DF-AUDIT-BEFORE-SALARY.
040930     move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
040940     move EM-SALARY to DF-AUDIT-AFTER-SALARY.
040950     perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT.

040960     write EMPLOYEE-REC
040970         invalid key
040980             display "EMPLOYEE NUMBER ALREADY EXISTS"
040990             go to 2310-EXIT
041000     end-write.
041010     if FILE-STATUS not = "00"
041020         perform 9900-ABEND thru 9900-EXIT
041030     end-if.
041040     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
041050     if DF-EB-OVERRIDDEN
041060         perform 7248-AUDIT-OVERRIDE thru 7248-EXIT
041070     end-if.
041080     perform 7747-AUDIT-GRADE thru 7747-EXIT.
041090     display "EMPLOYEE RECORD ADDED".
041100 2310-EXIT.
041110     exit.

041120****************************************************************
041130* 2320-UPDATE-RECORD - change salary, grade, department, hours *
041140* and the allowance/extra-leave field on an existing record,   *
041150* and the reporting line - with the grade, all an executive's  *
041160* record takes here.  A salary or grade change is held to the  *
041170* grade band through 7745.                                     *
041180****************************************************************
041190 2320-UPDATE-RECORD.
041200     display "ENTER EMPLOYEE NUMBER TO UPDATE: "
041210         with no advancing.
041220     accept DF-INQUIRY-EMP-NUM.
041230     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
041240*>   The record is read under its lock so another session
041250*>   cannot rewrite it between this read and the REWRITE.
041260     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
041270     if DF-RECORD-IS-LOCKED
041280         go to 2320-EXIT
041290     end-if.
041300     if not DF-RECORD-WAS-FOUND
041310         display "NO RECORD FOUND FOR EMPLOYEE NUMBER "
041320             DF-INQUIRY-EMP-NUM
041330         go to 2320-EXIT
041340     end-if.

041350     evaluate EM-POSITION
041360         when "E"
041370             perform 2321-UPDATE-EMPLOYEE-FIELDS thru 2321-EXIT
041380         when "M"
041390             perform 2322-UPDATE-MANAGER-FIELDS thru 2322-EXIT
041400         when "X"
041410             perform 2323-UPDATE-EXECUTIVE-LINE thru 2323-EXIT
041420         when other
041430             display "ONLY EMPLOYEE, MANAGER AND EXECUTIVE "
041440                 "RECORDS CAN BE UPDATED HERE"
041450     end-evaluate.
041460     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT.
041470 2320-EXIT.
041480     exit.

041490 2321-UPDATE-EMPLOYEE-FIELDS.
041500     move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
041510     move EM-SALARY to DF-AUDIT-BEFORE-SALARY.
041520     move EM-GRADE to DF-GB-OLD-GRADE.

041530     display "NEW SALARY (ENTER TO LEAVE UNCHANGED): "
041540         with no advancing.
041550     accept DF-NEW-SALARY.
041560     if DF-NEW-SALARY not = zero
041570         move DF-NEW-SALARY to EM-SALARY
041580     end-if.
041590     display "NEW GRADE (ENTER TO LEAVE UNCHANGED): "
041600         with no advancing.
041610     move spaces to DF-NEW-GRADE.
041620     accept DF-NEW-GRADE.
041630     if DF-NEW-GRADE not = spaces
041640         move DF-NEW-GRADE to EM-GRADE
041650     end-if.
041660     display "NEW DEPARTMENT (ENTER TO LEAVE UNCHANGED): "
041670         with no advancing.
041680     accept DF-NEW-DEPARTMENT.
041690     if DF-NEW-DEPARTMENT not = spaces
041700         move DF-NEW-DEPARTMENT to EM-DEPARTMENT
041710     end-if.
041720     display "NEW AVERAGE HOURS PER WEEK (0 = UNCHANGED): "
041730         with no advancing.
041740     accept DF-NEW-AVG-HOURS.
041750     if DF-NEW-AVG-HOURS not = zero
041760         move DF-NEW-AVG-HOURS to EM-AVERAGE-HOURS-WEEK
041770     end-if.
041780     display "NEW SLEEPING ALLOWANCE (0 = UNCHANGED): "
041790         with no advancing.
041800     accept DF-NEW-ALLOWANCE.
041810     if DF-NEW-ALLOWANCE not = zero
041820         move DF-NEW-ALLOWANCE to SLEEPING-ALLOWANCE
041830     end-if.
041840*>   How staff already on file get their dates keyed in.
041850     display "DATE OF BIRTH YYYYMMDD (0 = UNCHANGED): "
041860         with no advancing.
041870     accept DF-NEW-DATE.
041880     if DF-NEW-DATE not = zero
041890         move DF-NEW-DATE to EM-DATE-OF-BIRTH
041900     end-if.
041910     display "HIRE DATE YYYYMMDD (0 = UNCHANGED): "
041920         with no advancing.
041930     accept DF-NEW-DATE.
041940     if DF-NEW-DATE not = zero
041950         move DF-NEW-DATE to EM-HIRE-DATE
041960     end-if.
041970     move "E" to DF-RP-TIER.
041980     perform 2346-PROMPT-CHANGED-LINE thru 2346-EXIT.
041990     if DF-RP-REASON not = spaces
042000         go to 2321-EXIT
042010     end-if.
042020     evaluate true
042030         when DF-NEW-REPORTS-TO-NOBODY
042040             move EM-REPORTS-TO to DF-RP-CLEARED-FROM
042050             move zero to EM-REPORTS-TO
042060         when DF-NEW-REPORTS-TO not = zero
042070             move DF-NEW-REPORTS-TO to EM-REPORTS-TO
042080         when other
042090             continue
042100     end-evaluate.
042110*>   A new salary or grade is held to the grade band - outside
042120*>   it, only on the operator's override.
042130     move EM-GRADE to DF-GB-GRADE.
042140     move EM-SALARY to DF-GB-SALARY.
042150     move "N" to DF-GB-OVERRIDE-SWITCH.
042160     if DF-NEW-SALARY not = zero or DF-NEW-GRADE not = spaces
042170         perform 7745-CONFIRM-GRADE-BAND thru 7745-EXIT
042180         if not DF-GB-PROCEED
042190             go to 2321-EXIT
042200         end-if
042210     end-if.

042220     move "UPDATE" to DF-AUDIT-ACTION.
042230     move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
042240     move EM-SALARY to DF-AUDIT-AFTER-SALARY.
042250     perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT.

042260     rewrite EMPLOYEE-REC
042270         invalid key
042280             display "RECORD COULD NOT BE REWRITTEN"
042290             go to 2321-EXIT
042300     end-rewrite.
042310     if FILE-STATUS not = "00"
042320         perform 9900-ABEND thru 9900-EXIT
042330     end-if.
042340     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
042350     perform 2347-AUDIT-LINE-CLEARED thru 2347-EXIT.
042360     perform 7747-AUDIT-GRADE thru 7747-EXIT.
042370     display "EMPLOYEE RECORD UPDATED".
042380 2321-EXIT.
042390     exit.

042400 2322-UPDATE-MANAGER-FIELDS.
042410     move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
042420     move MN-SALARY to DF-AUDIT-BEFORE-SALARY.
042430     move MN-GRADE to DF-GB-OLD-GRADE.

042440     display "NEW SALARY (ENTER TO LEAVE UNCHANGED): "
042450         with no advancing.
042460     accept DF-NEW-SALARY.
042470     if DF-NEW-SALARY not = zero
042480         move DF-NEW-SALARY to MN-SALARY
042490     end-if.
042500     display "NEW GRADE (ENTER TO LEAVE UNCHANGED): "
042510         with no advancing.
042520     move spaces to DF-NEW-GRADE.
042530     accept DF-NEW-GRADE.
042540     if DF-NEW-GRADE not = spaces
042550         move DF-NEW-GRADE to MN-GRADE
042560     end-if.
042570     display "NEW DEPARTMENT (ENTER TO LEAVE UNCHANGED): "
042580         with no advancing.
042590     accept DF-NEW-DEPARTMENT.
042600     if DF-NEW-DEPARTMENT not = spaces
042610         move DF-NEW-DEPARTMENT to MN-DEPARTMENT
042620     end-if.
042630     display "NEW AVERAGE HOURS PER WEEK (0 = UNCHANGED): "
042640         with no advancing.
042650     accept DF-NEW-AVG-HOURS.
042660     if DF-NEW-AVG-HOURS not = zero
042670         move DF-NEW-AVG-HOURS to MN-AVERAGE-HOURS-WEEK
042680     end-if.
042690     display "DATE OF BIRTH YYYYMMDD (0 = UNCHANGED): "
042700         with no advancing.
042710     accept DF-NEW-DATE.
042720     if DF-NEW-DATE not = zero
042730         move DF-NEW-DATE to MN-DATE-OF-BIRTH
042740     end-if.
042750     display "HIRE DATE YYYYMMDD (0 = UNCHANGED): "
042760         with no advancing.
042770     accept DF-NEW-DATE.
042780     if DF-NEW-DATE not = zero
042790         move DF-NEW-DATE to MN-HIRE-DATE
042800     end-if.
042810     move "M" to DF-RP-TIER.
042820     perform 2346-PROMPT-CHANGED-LINE thru 2346-EXIT.
042830     if DF-RP-REASON not = spaces
042840         go to 2322-EXIT
042850     end-if.
042860     evaluate true
042870         when DF-NEW-REPORTS-TO-NOBODY
042880             move MN-REPORTS-TO to DF-RP-CLEARED-FROM
042890             move zero to MN-REPORTS-TO
042900         when DF-NEW-REPORTS-TO not = zero
042910             move DF-NEW-REPORTS-TO to MN-REPORTS-TO
042920         when other
042930             continue
042940     end-evaluate.
042950*>   A new salary or grade is held to the grade band - outside
042960*>   it, only on the operator's override.
042970     move MN-GRADE to DF-GB-GRADE.
042980     move MN-SALARY to DF-GB-SALARY.
042990     move "N" to DF-GB-OVERRIDE-SWITCH.
043000     if DF-NEW-SALARY not = zero or DF-NEW-GRADE not = spaces
043010         perform 7745-CONFIRM-GRADE-BAND thru 7745-EXIT
043020         if not DF-GB-PROCEED
043030             go to 2322-EXIT
043040         end-if
043050     end-if.

043060     move "UPDATE" to DF-AUDIT-ACTION.
043070     move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
043080     move MN-SALARY to DF-AUDIT-AFTER-SALARY.
043090     perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT.

043100     rewrite MANAGER-REC
043110         invalid key
043120             display "RECORD COULD NOT BE REWRITTEN"
043130             go to 2322-EXIT
043140     end-rewrite.
043150     if FILE-STATUS not = "00"
043160         perform 9900-ABEND thru 9900-EXIT
043170     end-if.
043180     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
043190     perform 2347-AUDIT-LINE-CLEARED thru 2347-EXIT.
043200     perform 7747-AUDIT-GRADE thru 7747-EXIT.
043210     display "MANAGER RECORD UPDATED".
043220 2322-EXIT.
043230     exit.

043240*>   Pay and terms for executives are settled outside this
043250*>   option - only the reporting line and the grade are kept
043260*>   here, the grade still held to the executive's salary.
043270 2323-UPDATE-EXECUTIVE-LINE.
043280     move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
043290     move EX-SALARY to DF-AUDIT-BEFORE-SALARY.
043300     move EX-GRADE to DF-GB-OLD-GRADE.
043310     move "X" to DF-RP-TIER.
043320     perform 2346-PROMPT-CHANGED-LINE thru 2346-EXIT.
043330     if DF-RP-REASON not = spaces
043340         go to 2323-EXIT
043350     end-if.
043360     display "NEW GRADE (ENTER TO LEAVE UNCHANGED): "
043370         with no advancing.
043380     move spaces to DF-NEW-GRADE.
043390     accept DF-NEW-GRADE.
043400     if DF-NEW-REPORTS-TO = zero and DF-NEW-GRADE = spaces
043410         display "NOTHING CHANGED"
043420         go to 2323-EXIT
043430     end-if.
043440     evaluate true
043450         when DF-NEW-REPORTS-TO-NOBODY
043460             move EX-REPORTS-TO to DF-RP-CLEARED-FROM
043470             move zero to EX-REPORTS-TO
043480         when DF-NEW-REPORTS-TO not = zero
043490             move DF-NEW-REPORTS-TO to EX-REPORTS-TO
043500         when other
043510             continue
043520     end-evaluate.
043530     move EX-GRADE to DF-GB-GRADE.
043540     move EX-SALARY to DF-GB-SALARY.
043550     move "N" to DF-GB-OVERRIDE-SWITCH.
043560     if DF-NEW-GRADE not = spaces
043570         move DF-NEW-GRADE to EX-GRADE
043580         move DF-NEW-GRADE to DF-GB-GRADE
043590         perform 7745-CONFIRM-GRADE-BAND thru 7745-EXIT
043600         if not DF-GB-PROCEED
043610             go to 2323-EXIT
043620         end-if
043630     end-if.

043640     move "UPDATE" to DF-AUDIT-ACTION.
043650     move EX-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
043660     move EX-SALARY to DF-AUDIT-AFTER-SALARY.
043670     perform 6300-STAMP-EXECUTIVE-AUDIT thru 6300-EXIT.

043680     rewrite EXECUTIVE-REC
043690         invalid key
043700             display "RECORD COULD NOT BE REWRITTEN"
043710             go to 2323-EXIT
043720     end-rewrite.
043730     if FILE-STATUS not = "00"
043740         perform 9900-ABEND thru 9900-EXIT
043750     end-if.
043760     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
043770     perform 2347-AUDIT-LINE-CLEARED thru 2347-EXIT.
043780     perform 7747-AUDIT-GRADE thru 7747-EXIT.
043790     display "EXECUTIVE RECORD UPDATED".
043800 2323-EXIT.
043810     exit.

043820****************************************************************
043830* 2330-DELETE-RECORD - remove a record for someone who leaves. *
043840****************************************************************
043850 2330-DELETE-RECORD.
043860     display "ENTER EMPLOYEE NUMBER TO DELETE: "
043870         with no advancing.
043880     accept DF-INQUIRY-EMP-NUM.
043890     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
043900*>   The record is read under its lock so another session
043910*>   cannot touch it between this read and the DELETE.
043920     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
043930     if DF-RECORD-IS-LOCKED
043940         go to 2330-EXIT
043950     end-if.
043960     if not DF-RECORD-WAS-FOUND
043970         display "NO RECORD FOUND FOR EMPLOYEE NUMBER "
043980             DF-INQUIRY-EMP-NUM
043990         go to 2330-EXIT
044000     end-if.

044010     display "CONFIRM DELETE (Y/N): " with no advancing.
044020     accept DF-CONFIRM.
044030     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
044040         display "DELETE CANCELLED"
044050         perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
044060         go to 2330-EXIT
044070     end-if.

044080     move "DELETE" to DF-AUDIT-ACTION.
044090     evaluate EM-POSITION
044100         when "E"
044110             move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
044120             move EM-SALARY to DF-AUDIT-BEFORE-SALARY
044130         when "M"
044140             move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
044150             move MN-SALARY to DF-AUDIT-BEFORE-SALARY
044160         when "X"
044170             move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
044180             move EX-SALARY to DF-AUDIT-BEFORE-SALARY
044190         when other
044200             display "UNRECOGNIZED POSITION CODE - RECORD NOT "
044210                 "DELETED: " EM-POSITION
044220             perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
044230             go to 2330-EXIT
044240     end-evaluate.
044250     move spaces to DF-AUDIT-AFTER-DEPT.
044260     move zero to DF-AUDIT-AFTER-SALARY.
044270     move EM-CODE to AUD-TARGET-EMP-CODE.

044280*>   The termination settlement is computed while the staff
044290*>   record and leave balance are both still on file, and filed
044300*>   to the settlement report before anything is removed.
044310     perform 6860-COMPUTE-SETTLEMENT thru 6860-EXIT.
044320     perform 6870-WRITE-SETTLEMENT thru 6870-EXIT.

044330*>   The departing record goes to the leavers archive in full
044340*>   before it leaves the file - the audit log's before/after
044350*>   columns are no substitute for the whole record.
044360     perform 6800-WRITE-ARCHIVE-ENTRY thru 6800-EXIT.

044370     delete stafffile record
044380         invalid key
044390             display "RECORD COULD NOT BE DELETED"
044400             perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
044410             go to 2330-EXIT
044420     end-delete.
044430     if FILE-STATUS not = "00"
044440         perform 9900-ABEND thru 9900-EXIT
044450     end-if.
044460     perform 6850-DELETE-LEAVE-BALANCE thru 6850-EXIT.
044470     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
044480     display "RECORD DELETED".
044490     perform 2350-LIST-ORPHANS thru 2350-EXIT.
044500 2330-EXIT.
044510     exit.

044520****************************************************************
044530* 2340-CHECK-REPORTS-TO - prove DF-RP-MANAGER as line manager  *
044540* for DF-RP-SUBJECT at tier DF-RP-TIER: on file, at the same   *
044550* tier or above, and not somebody who already reports - however*
044560* far down - to the subject, which would close a loop.  Zero   *
044570* means nobody and always passes.  The staff record area is    *
044580* put back as it was; with DF-RP-RELOCK set the subject is     *
044590* read under its lock again first, for callers part-way        *
044600* through a read-rewrite.                                      *
044610****************************************************************
044620 2340-CHECK-REPORTS-TO.
044630     move spaces to DF-RP-REASON.
044640     if DF-RP-MANAGER = zero
044650         go to 2340-EXIT
044660     end-if.
044670     if DF-RP-MANAGER = DF-RP-SUBJECT
044680         move "MGRLOOP" to DF-RP-REASON
044690         go to 2340-EXIT
044700     end-if.
044710     move DF-RP-TIER to DF-RP-RANK-POS.
044720     perform 2343-RANK-TIER thru 2343-EXIT.
044730     move DF-RP-RANK to DF-RP-SUBJECT-RANK.

044740     move EXECUTIVE-REC to DF-RP-SAVE-AREA.
044750     move DF-RP-MANAGER to EM-EMP-NUM.
044760     read stafffile record
044770         invalid key
044780             move "BADMGR" to DF-RP-REASON
044790     end-read.
044800     if FILE-STATUS not = "00" and FILE-STATUS not = "23"
044810         perform 9900-ABEND thru 9900-EXIT
044820     end-if.
044830     if DF-RP-REASON = spaces
044840         move EM-POSITION to DF-RP-RANK-POS
044850         perform 2343-RANK-TIER thru 2343-EXIT
044860         if DF-RP-RANK < DF-RP-SUBJECT-RANK
044870             move "MGRTIER" to DF-RP-REASON
044880         end-if
044890     end-if.
044900*>   The climb stops at the top of the tree, at a break in the
044910*>   chain, or - should the file already hold a loop that does
044920*>   not pass through the subject - after a hundred levels.
044930     if DF-RP-REASON = spaces
044940         move zero to DF-RP-STEPS
044950         perform 2341-GET-REPORTS-TO thru 2341-EXIT
044960         perform 2342-CLIMB-ONE-LEVEL thru 2342-EXIT
044970             until DF-RP-NEXT = zero
044980                 or DF-RP-REASON not = spaces
044990                 or DF-RP-STEPS > 100
045000     end-if.

045010     if DF-RP-RELOCK
045020         move DF-RP-SUBJECT to EM-EMP-NUM
045030         perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT
045040         if not DF-RECORD-WAS-FOUND
045050             move "INUSE" to DF-RP-REASON
045060         end-if
045070     end-if.
045080     move DF-RP-SAVE-AREA to EXECUTIVE-REC.
045090 2340-EXIT.
045100     exit.

045110*>   The reporting line of whoever is in the record area now.
045120 2341-GET-REPORTS-TO.
045130     evaluate EM-POSITION
045140         when "E"
045150             move EM-REPORTS-TO to DF-RP-NEXT
045160         when "M"
045170             move MN-REPORTS-TO to DF-RP-NEXT
045180         when "X"
045190             move EX-REPORTS-TO to DF-RP-NEXT
045200         when other
045210             move zero to DF-RP-NEXT
045220     end-evaluate.
045230 2341-EXIT.
045240     exit.

045250 2342-CLIMB-ONE-LEVEL.
045260     if DF-RP-NEXT = DF-RP-SUBJECT
045270         move "MGRLOOP" to DF-RP-REASON
045280         go to 2342-EXIT
045290     end-if.
045300     add 1 to DF-RP-STEPS.
045310     move DF-RP-NEXT to EM-EMP-NUM.
045320     read stafffile record
045330         invalid key
045340             move zero to DF-RP-NEXT
045350             go to 2342-EXIT
045360     end-read.
045370     if FILE-STATUS not = "00"
045380         perform 9900-ABEND thru 9900-EXIT
045390     end-if.
045400     perform 2341-GET-REPORTS-TO thru 2341-EXIT.
045410 2342-EXIT.
045420     exit.

045430 2343-RANK-TIER.
045440     evaluate DF-RP-RANK-POS
045450         when "E"
045460             move 1 to DF-RP-RANK
045470         when "M"
045480             move 2 to DF-RP-RANK
045490         when "X"
045500             move 3 to DF-RP-RANK
045510         when other
045520             move zero to DF-RP-RANK
045530     end-evaluate.
045540 2343-EXIT.
045550     exit.

045560 2344-SHOW-REPORTS-TO-REASON.
045570     evaluate DF-RP-REASON
045580         when "BADMGR"
045590             display "EMPLOYEE " DF-RP-MANAGER
045600                 " IS NOT ON THE STAFF FILE"
045610         when "MGRTIER"
045620             display "EMPLOYEE " DF-RP-MANAGER
045630                 " IS AT A LOWER TIER - A LINE MANAGER MUST BE "
045640                 "AT THE SAME TIER OR ABOVE"
045650         when "MGRLOOP"
045660             display "EMPLOYEE " DF-RP-MANAGER
045670                 " ALREADY REPORTS UP TO THIS PERSON - THAT "
045680                 "WOULD MAKE A LOOP"
045690         when "INUSE"
045700             display "RECORD IN USE BY ANOTHER OPERATOR - "
045710                 "NOTHING FILED"
045720         when other
045730             continue
045740     end-evaluate.
045750 2344-EXIT.
045760     exit.

045770*>   Asks until the answer passes.  Zero always passes, so the
045780*>   operator is never held at the prompt; a record lock lost
045790*>   on the way ends the asking too.  On a change, 999999 takes
045800*>   the line off and passes the same way.
045810 2345-PROMPT-REPORTS-TO.
045820     if DF-RP-RELOCK
045830         display "REPORTS TO EMPLOYEE NUMBER (0 = UNCHANGED, "
045840             "999999 = NOBODY): " with no advancing
045850     else
045860         display "REPORTS TO EMPLOYEE NUMBER (0 = NOBODY): "
045870             with no advancing
045880     end-if.
045890     accept DF-NEW-REPORTS-TO.
045900     move DF-NEW-REPORTS-TO to DF-RP-MANAGER.
045910     if DF-RP-RELOCK and DF-NEW-REPORTS-TO-NOBODY
045920         move zero to DF-RP-MANAGER
045930     end-if.
045940     perform 2340-CHECK-REPORTS-TO thru 2340-EXIT.
045950     perform 2344-SHOW-REPORTS-TO-REASON thru 2344-EXIT.
045960     if DF-RP-REASON = "INUSE"
045970         move spaces to DF-RP-REASON
045980         move "Y" to DF-RP-LOST-SWITCH
045990     end-if.
046000 2345-EXIT.
046010     exit.

046020*>   The reporting-line prompt for a record already read under
046030*>   its lock, at tier DF-RP-TIER.  DF-RP-REASON comes back
046040*>   non-blank only when the lock was lost and nothing may be
046050*>   filed.
046060 2346-PROMPT-CHANGED-LINE.
046070     move EM-EMP-NUM to DF-RP-SUBJECT.
046080     move zero to DF-RP-CLEARED-FROM.
046090     move "Y" to DF-RP-RELOCK-SWITCH.
046100     move "N" to DF-RP-LOST-SWITCH.
046110     move "PROMPT" to DF-RP-REASON.
046120     perform 2345-PROMPT-REPORTS-TO thru 2345-EXIT
046130         until DF-RP-REASON = spaces.
046140     if DF-RP-LOCK-LOST
046150         move "INUSE" to DF-RP-REASON
046160     end-if.
046170 2346-EXIT.
046180     exit.

046190*>   A reporting line taken off goes on the audit log as LINECLR
046200*>   - its salary fields carry the employee number reported to
046210*>   before and zero after, its department fields the person's
046220*>   department.
046230 2347-AUDIT-LINE-CLEARED.
046240     if DF-RP-CLEARED-FROM = zero
046250         go to 2347-EXIT
046260     end-if.
046270     move "LINECLR" to DF-AUDIT-ACTION.
046280     move DF-AUDIT-AFTER-DEPT to DF-AUDIT-BEFORE-DEPT.
046290     move DF-RP-CLEARED-FROM to DF-AUDIT-BEFORE-SALARY.
046300     move zero to DF-AUDIT-AFTER-SALARY.
046310     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
046320     move zero to DF-RP-CLEARED-FROM.
046330 2347-EXIT.
046340     exit.

046350*>   An image from before reporting lines were kept has spaces
046360*>   where the line now sits - it is filed as reporting to
046370*>   nobody.
046380 2348-CLEAR-UNSET-REPORTS-TO.
046390     evaluate EM-POSITION
046400         when "E"
046410             if EM-REPORTS-TO not numeric
046420                 move spaces to EM-REPORTING
046430                 move zero to EM-REPORTS-TO
046440             end-if
046450         when "M"
046460             if MN-REPORTS-TO not numeric
046470                 move spaces to MN-REPORTING
046480                 move zero to MN-REPORTS-TO
046490             end-if
046500         when "X"
046510             if EX-REPORTS-TO not numeric
046520                 move spaces to EX-REPORTING
046530                 move zero to EX-REPORTS-TO
046540             end-if
046550         when other
046560             continue
046570     end-evaluate.
046580 2348-EXIT.
046590     exit.

046600****************************************************************
046610* 2350-LIST-ORPHANS - after anything that takes people off the *
046620* file, moves them up a tier or moves them between departments,*
046630* list everyone whose reporting line no longer stands: the     *
046640* manager has gone, or sits at a lower tier than they now do.  *
046650* The lines are put right through the update option.           *
046660****************************************************************
046670 2350-LIST-ORPHANS.
046680     perform 2355-LOAD-ORG-TABLE thru 2355-EXIT.
046690     move zero to DF-OC-ORPHANS.
046700     perform 2360-CHECK-ONE-ORPHAN thru 2360-EXIT
046710         varying DF-OC-SUB from 1 by 1
046720         until DF-OC-SUB > DF-OC-COUNT.
046730     if DF-OC-ORPHANS = zero
046740         display "NO ORPHANED REPORTING LINES"
046750     else
046760         move DF-OC-ORPHANS to DF-OC-COUNT-EDIT
046770         display "ORPHANED REPORTING LINES: " DF-OC-COUNT-EDIT
046780     end-if.
046790 2350-EXIT.
046800     exit.

046810*>   One pass of the staff file in employee-number order into
046820*>   DF-OC-TABLE.  A file past the table's size loads what
046830*>   fits and says so.
046840 2355-LOAD-ORG-TABLE.
046850     move zero to DF-OC-COUNT.
046860     move "N" to DF-OC-OVERFLOW-SWITCH.
046870     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
046880     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
046890     perform 2358-LOAD-ONE-ORG-ENTRY thru 2358-EXIT
046900         until DF-END-OF-FILE.
046910     if DF-OC-OVERFLOWED
046920         display "MORE THAN 2000 STAFF ON FILE - ONLY THE FIRST "
046930             "2000 ARE CHECKED"
046940     end-if.
046950 2355-EXIT.
046960     exit.

046970*>   Finds DF-OC-LOOK-NUM in the table, leaving its entry in
046980*>   DF-OC-FOUND, or zero when nobody has that number.
046990 2356-FIND-ORG-ENTRY.
047000     move zero to DF-OC-FOUND.
047010     perform 2357-TEST-ORG-ENTRY thru 2357-EXIT
047020         varying DF-OC-MGR-SUB from 1 by 1
047030         until DF-OC-MGR-SUB > DF-OC-COUNT
047040             or DF-OC-FOUND not = zero.
047050 2356-EXIT.
047060     exit.

047070 2357-TEST-ORG-ENTRY.
047080     if DF-OC-EMP-NUM(DF-OC-MGR-SUB) = DF-OC-LOOK-NUM
047090         move DF-OC-MGR-SUB to DF-OC-FOUND
047100     end-if.
047110 2357-EXIT.
047120     exit.

047130 2358-LOAD-ONE-ORG-ENTRY.
047140     if DF-OC-COUNT not < 2000
047150         move "Y" to DF-OC-OVERFLOW-SWITCH
047160         move "Y" to DF-EOF-SWITCH
047170         go to 2358-EXIT
047180     end-if.
047190     add 1 to DF-OC-COUNT.
047200     move EM-EMP-NUM to DF-OC-EMP-NUM(DF-OC-COUNT).
047210     move EM-POSITION to DF-OC-POSITION(DF-OC-COUNT).
047220     move EM-SURNAME to DF-OC-SURNAME(DF-OC-COUNT).
047230     move zero to DF-OC-WALK(DF-OC-COUNT).
047240     move "N" to DF-OC-REACHED(DF-OC-COUNT).
047250     perform 2341-GET-REPORTS-TO thru 2341-EXIT.
047260     move DF-RP-NEXT to DF-OC-REPORTS-TO(DF-OC-COUNT).
047270     evaluate EM-POSITION
047280         when "E"
047290             move EM-JOB-TITLE to DF-OC-JOB-TITLE(DF-OC-COUNT)
047300             move EM-DEPARTMENT
047310                 to DF-OC-DEPARTMENT(DF-OC-COUNT)
047320         when "M"
047330             move MN-JOB-TITLE to DF-OC-JOB-TITLE(DF-OC-COUNT)
047340             move MN-DEPARTMENT
047350                 to DF-OC-DEPARTMENT(DF-OC-COUNT)
047360         when "X"
047370             move EX-JOB-TITLE to DF-OC-JOB-TITLE(DF-OC-COUNT)
047380             move EX-DEPARTMENT
047390                 to DF-OC-DEPARTMENT(DF-OC-COUNT)
047400         when other
047410             move spaces to DF-OC-JOB-TITLE(DF-OC-COUNT)
047420             move spaces to DF-OC-DEPARTMENT(DF-OC-COUNT)
047430     end-evaluate.
047440     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
047450 2358-EXIT.
047460     exit.

047470 2360-CHECK-ONE-ORPHAN.
047480     if DF-OC-REPORTS-TO(DF-OC-SUB) = zero
047490         go to 2360-EXIT
047500     end-if.
047510     move DF-OC-REPORTS-TO(DF-OC-SUB) to DF-OC-LOOK-NUM.
047520     perform 2356-FIND-ORG-ENTRY thru 2356-EXIT.
047530     move DF-OC-SUB to DF-OC-MGR-SUB.
047540     perform 2365-BUILD-ORG-LINE thru 2365-EXIT.
047550     if DF-OC-FOUND = zero
047560         string "MANAGER " DF-OC-LOOK-NUM " NOT ON FILE"
047570             delimited by size into DF-OC-LINE-NOTE
047580     else
047590         move DF-OC-POSITION(DF-OC-SUB) to DF-RP-RANK-POS
047600         perform 2343-RANK-TIER thru 2343-EXIT
047610         move DF-RP-RANK to DF-RP-SUBJECT-RANK
047620         move DF-OC-POSITION(DF-OC-FOUND) to DF-RP-RANK-POS
047630         perform 2343-RANK-TIER thru 2343-EXIT
047640         if not DF-RP-RANK < DF-RP-SUBJECT-RANK
047650             go to 2360-EXIT
047660         end-if
047670         string "MANAGER " DF-OC-LOOK-NUM " AT A LOWER TIER"
047680             delimited by size into DF-OC-LINE-NOTE
047690     end-if.
047700     if DF-OC-ORPHANS = zero
047710         display "REPORTING LINES THAT NO LONGER STAND:"
047720     end-if.
047730     add 1 to DF-OC-ORPHANS.
047740     display DF-OC-LINE-WORK.
047750 2360-EXIT.
047760     exit.

047770*>   One person's line for the orphan listing and the chart,
047780*>   from table entry DF-OC-MGR-SUB, with the note left blank.
047790 2365-BUILD-ORG-LINE.
047800     move spaces to DF-OC-LINE-WORK.
047810     move DF-OC-POSITION(DF-OC-MGR-SUB) to DF-OC-LINE-POS.
047820     move DF-OC-EMP-NUM(DF-OC-MGR-SUB) to DF-OC-LINE-NUM.
047830     move DF-OC-SURNAME(DF-OC-MGR-SUB) to DF-OC-LINE-SURNAME.
047840     move DF-OC-JOB-TITLE(DF-OC-MGR-SUB) to DF-OC-LINE-TITLE.
047850     move DF-OC-DEPARTMENT(DF-OC-MGR-SUB) to DF-OC-LINE-DEPT.
047860 2365-EXIT.
047870     exit.

047880****************************************************************
047890* 2400-DEPT-SUMMARY - one pass of DFDSTAFF accumulating total  *
047900* salary cost and remaining leave by department, across all    *
047910* three record types, then prints the totals.  Remaining leave *
047920* comes off the leave balance file - entitlement plus carry-   *
047930* over less days taken - so the summary reports the true       *
047940* outstanding liability; people with no balance record yet     *
047950* count at their full static entitlement.                      *
047960****************************************************************
047970 2400-DEPT-SUMMARY.
047980     move zero to DF-DEPT-COUNT.
047990     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
048000     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
048010     perform 2410-ACCUM-DEPT-TOTALS thru 2410-EXIT
048020         until DF-END-OF-FILE.
048030     perform 2430-PRINT-DEPT-TOTALS thru 2430-EXIT.
048040     perform 8600-PAUSE thru 8600-EXIT.
048050 2400-EXIT.
048060     exit.

048070 2410-ACCUM-DEPT-TOTALS.
048080     evaluate EM-POSITION
048090         when "E"
048100             move EM-DEPARTMENT to DF-LOOKUP-DEPT
048110             perform 2420-FIND-OR-ADD-DEPT thru 2420-EXIT
048120             add 1 to DF-DEPT-EMP-COUNT(DF-DFIDX)
048130             add EM-SALARY to DF-DEPT-SALARY-TOTAL(DF-DFIDX)
048140             perform 4360-REMAINING-LEAVE thru 4360-EXIT
048150             add DF-LV-REMAINING
048160                 to DF-DEPT-LEAVE-TOTAL(DF-DFIDX)
048170         when "M"
048180             move MN-DEPARTMENT to DF-LOOKUP-DEPT
048190             perform 2420-FIND-OR-ADD-DEPT thru 2420-EXIT
048200             add 1 to DF-DEPT-EMP-COUNT(DF-DFIDX)
048210             add MN-SALARY to DF-DEPT-SALARY-TOTAL(DF-DFIDX)
048220             perform 4360-REMAINING-LEAVE thru 4360-EXIT
048230             add DF-LV-REMAINING
048240                 to DF-DEPT-LEAVE-TOTAL(DF-DFIDX)
048250         when "X"
048260             move EX-DEPARTMENT to DF-LOOKUP-DEPT
048270             perform 2420-FIND-OR-ADD-DEPT thru 2420-EXIT
048280             add 1 to DF-DEPT-EMP-COUNT(DF-DFIDX)
048290             add EX-SALARY to DF-DEPT-SALARY-TOTAL(DF-DFIDX)
048300             perform 4360-REMAINING-LEAVE thru 4360-EXIT
048310             add DF-LV-REMAINING
048320                 to DF-DEPT-LEAVE-TOTAL(DF-DFIDX)
048330         when other
048340             display "UNRECOGNIZED POSITION CODE ON RECORD: "
048350                 EM-POSITION
048360     end-evaluate.
048370     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
048380 2410-EXIT.
048390     exit.

048400****************************************************************
048410* 2420-FIND-OR-ADD-DEPT - linear search of the department      *
048420* accumulator table; adds a new entry the first time a          *
048430* department code is seen.  Sets DF-DFIDX.                      *
048440****************************************************************
048450 2420-FIND-OR-ADD-DEPT.
048460     move zero to DF-DFIDX.
048470     perform 2421-SEARCH-DEPT-TABLE thru 2421-EXIT
048480         varying DF-SUB from 1 by 1
048490         until DF-SUB > DF-DEPT-COUNT.
048500     if DF-DFIDX = zero and DF-DEPT-COUNT < 50
048510         add 1 to DF-DEPT-COUNT
048520         move DF-LOOKUP-DEPT to DF-DEPT-CODE(DF-DEPT-COUNT)
048530         move zero to DF-DEPT-EMP-COUNT(DF-DEPT-COUNT)
048540         move zero to DF-DEPT-SALARY-TOTAL(DF-DEPT-COUNT)
048550         move zero to DF-DEPT-LEAVE-TOTAL(DF-DEPT-COUNT)
048560         move zero to DF-DEPT-PROP-TOTAL(DF-DEPT-COUNT)
048570         move zero to DF-DEPT-NET-TOTAL(DF-DEPT-COUNT)
048580         move DF-DEPT-COUNT to DF-DFIDX
048590     end-if.
048600 2420-EXIT.
048610     exit.

048620 2421-SEARCH-DEPT-TABLE.
048630     if DF-DEPT-CODE(DF-SUB) = DF-LOOKUP-DEPT
048640         move DF-SUB to DF-DFIDX
048650     end-if.
048660 2421-EXIT.
048670     exit.

048680 2430-PRINT-DEPT-TOTALS.
048690     display " ".
048700     display "DEPARTMENT PAYROLL AND LEAVE-LIABILITY SUMMARY".
048710     display "DEPT  NAME                            HEADCOUNT"
048720         "       TOTAL SALARY  LEAVE DAYS".
048730     perform 2431-PRINT-ONE-DEPT thru 2431-EXIT
048740         varying DF-SUB from 1 by 1
048750         until DF-SUB > DF-DEPT-COUNT.
048760 2430-EXIT.
048770     exit.

048780 2431-PRINT-ONE-DEPT.
048790     perform 2432-LOOK-UP-DEPT-NAME thru 2432-EXIT.
048800     display DF-DEPT-CODE(DF-SUB) "  "
048810         DF-DEPT-NAME-WORK "  "
048820         DF-DEPT-EMP-COUNT(DF-SUB) "  "
048830         DF-DEPT-SALARY-TOTAL(DF-SUB) "  "
048840         DF-DEPT-LEAVE-TOTAL(DF-SUB).
048850 2431-EXIT.
048860     exit.

048870*>   Fetches the department's full name off the master for the
048880*>   summary line - codes with no master record (or while the
048890*>   master is still unloaded) print with a bare code.
048900 2432-LOOK-UP-DEPT-NAME.
048910     move spaces to DF-DEPT-NAME-WORK.
048920     if not DF-DEPT-MASTER-LOADED
048930         go to 2432-EXIT
048940     end-if.
048950     move DF-DEPT-CODE(DF-SUB) to DP-CODE.
048960     read deptfile record
048970         invalid key
048980             move "(NOT ON DEPT MASTER)" to DF-DEPT-NAME-WORK
048990             go to 2432-EXIT
049000     end-read.
049010     if DF-DEPTM-STATUS not = "00"
049020         perform 9900-ABEND thru 9900-EXIT
049030     end-if.
049040     move DP-NAME to DF-DEPT-NAME-WORK.
049050 2432-EXIT.
049060     exit.

049070****************************************************************
049080* 2500-PROMOTION - move an EMPLOYEE-REC to MANAGER-REC, or a   *
049090* MANAGER-REC to EXECUTIVE-REC, carrying the common fields     *
049100* across and filing the old job title into job history.        *
049110****************************************************************
049120 2500-PROMOTION.
049130     move "N" to DF-APPLY-OK-SWITCH.
049140     display "ENTER EMPLOYEE NUMBER TO PROMOTE: "
049150         with no advancing.
049160     accept DF-INQUIRY-EMP-NUM.
049170     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
049180*>   The record is read under its lock - the promotion deletes
049190*>   it and files the next tier's record in its place.
049200     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
049210     if DF-RECORD-IS-LOCKED
049220         go to 2500-EXIT
049230     end-if.
049240     if not DF-RECORD-WAS-FOUND
049250         display "NO RECORD FOUND FOR EMPLOYEE NUMBER "
049260             DF-INQUIRY-EMP-NUM
049270         go to 2500-EXIT
049280     end-if.

049290*>   Acting-employee prompt only applies when a promotion is
049300*>   actually going to be filed - skip it when there is no
049310*>   further tier to promote into.
049320*>   The reporting line is proved against the tier being
049330*>   promoted into - a manager's line manager must be a manager
049340*>   or above.
049350*>   A promotion that would take the department over its funded
049360*>   establishment in the tier promoted into is only filed on the
049370*>   operator's override.
049380*>   The grade and salary for the tier promoted into are asked
049390*>   for next, and held to the grade band the same way.
049400*>   The establishment count reads the staff file and gives up
049410*>   the record lock, so the record is read under its lock again
049420*>   before the promotion is filed.
049430     evaluate EM-POSITION
049440         when "E"
049450             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
049460             display "ENTER NEW JOB TITLE: " with no advancing
049470             accept DF-NEW-JOB-TITLE
049480             move "M" to DF-RP-TIER
049490             perform 2346-PROMPT-CHANGED-LINE thru 2346-EXIT
049500             if DF-RP-REASON = spaces
049510                 perform 2505-PROMPT-PROMOTION-PAY thru 2505-EXIT
049520             end-if
049530             if DF-RP-REASON = spaces and DF-GB-PROCEED
049540                 perform 7242-SET-PROMOTION-JOINING thru 7242-EXIT
049550                 perform 7245-CONFIRM-ESTABLISHMENT thru 7245-EXIT
049560                 if DF-EB-PROCEED
049570                     perform 2506-RELOCK-SUBJECT thru 2506-EXIT
049580                 end-if
049590             end-if
049600             if DF-RP-REASON = spaces and DF-GB-PROCEED
049610                     and DF-EB-PROCEED
049620                 move "Y" to DF-APPLY-OK-SWITCH
049630                 perform 2510-PROMOTE-EMPLOYEE-TO-MANAGER
049640                     thru 2510-EXIT
049650                 if DF-APPLY-WAS-OK and DF-EB-OVERRIDDEN
049660                     perform 7248-AUDIT-OVERRIDE thru 7248-EXIT
049670                 end-if
049680                 if DF-APPLY-WAS-OK
049690                     perform 2347-AUDIT-LINE-CLEARED
049700                         thru 2347-EXIT
049710                     perform 7747-AUDIT-GRADE thru 7747-EXIT
049720                 end-if
049730             end-if
049740         when "M"
049750             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
049760             display "ENTER NEW JOB TITLE: " with no advancing
049770             accept DF-NEW-JOB-TITLE
049780             move "X" to DF-RP-TIER
049790             perform 2346-PROMPT-CHANGED-LINE thru 2346-EXIT
049800             if DF-RP-REASON = spaces
049810                 perform 2505-PROMPT-PROMOTION-PAY thru 2505-EXIT
049820             end-if
049830             if DF-RP-REASON = spaces and DF-GB-PROCEED
049840                 perform 7242-SET-PROMOTION-JOINING thru 7242-EXIT
049850                 perform 7245-CONFIRM-ESTABLISHMENT thru 7245-EXIT
049860                 if DF-EB-PROCEED
049870                     perform 2506-RELOCK-SUBJECT thru 2506-EXIT
049880                 end-if
049890             end-if
049900             if DF-RP-REASON = spaces and DF-GB-PROCEED
049910                     and DF-EB-PROCEED
049920                 move "Y" to DF-APPLY-OK-SWITCH
049930                 perform 2520-PROMOTE-MANAGER-TO-EXECUTIVE
049940                     thru 2520-EXIT
049950                 if DF-APPLY-WAS-OK and DF-EB-OVERRIDDEN
049960                     perform 7248-AUDIT-OVERRIDE thru 7248-EXIT
049970                 end-if
049980                 if DF-APPLY-WAS-OK
049990                     perform 2347-AUDIT-LINE-CLEARED
050000                         thru 2347-EXIT
050010                     perform 7747-AUDIT-GRADE thru 7747-EXIT
050020                 end-if
050030             end-if
050040         when other
050050             display "NO FURTHER TIER AVAILABLE FOR PROMOTION"
050060     end-evaluate.
050070     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT.
050080*>   Moving up a tier can leave the person's own line manager
050090*>   below them.
050100     if DF-APPLY-WAS-OK
050110         perform 2350-LIST-ORPHANS thru 2350-EXIT
050120     end-if.
050130 2500-EXIT.
050140     exit.

050150*>   The grade and salary the person is promoted on - each left
050160*>   as it is on an empty reply - checked against the grade band
050170*>   by 7745, for 2510 and 2520 to file from DF-NEW-GRADE and
050180*>   DF-NEW-SALARY.
050190 2505-PROMPT-PROMOTION-PAY.
050200     move spaces to DF-GB-OLD-GRADE.
050210     move zero to DF-GB-SALARY.
050220     evaluate EM-POSITION
050230         when "E"
050240             move EM-GRADE to DF-GB-OLD-GRADE
050250             move EM-SALARY to DF-GB-SALARY
050260         when "M"
050270             move MN-GRADE to DF-GB-OLD-GRADE
050280             move MN-SALARY to DF-GB-SALARY
050290         when other
050300             continue
050310     end-evaluate.
050320     move DF-GB-OLD-GRADE to DF-GB-GRADE.
050330     display "CURRENT GRADE " DF-GB-OLD-GRADE.
050340     display "NEW GRADE (ENTER TO LEAVE UNCHANGED): "
050350         with no advancing.
050360     move spaces to DF-NEW-GRADE.
050370     accept DF-NEW-GRADE.
050380     if DF-NEW-GRADE not = spaces
050390         move DF-NEW-GRADE to DF-GB-GRADE
050400     end-if.
050410     display "NEW SALARY (ENTER TO LEAVE UNCHANGED): "
050420         with no advancing.
050430     move zero to DF-NEW-SALARY.
050440     accept DF-NEW-SALARY.
050450     if DF-NEW-SALARY not = zero
050460         move DF-NEW-SALARY to DF-GB-SALARY
050470     end-if.
050480     perform 7745-CONFIRM-GRADE-BAND thru 7745-EXIT.
050490 2505-EXIT.
050500     exit.
050510*>   The person being promoted, read under the lock again after
050520*>   the establishment count.  Another operator holding it now,
050530*>   or its having gone, abandons the promotion with nothing
050540*>   filed.
050550 2506-RELOCK-SUBJECT.
050560     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
050570     move "Y" to DF-RP-RELOCK-SWITCH.
050580     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
050590     if not DF-RECORD-WAS-FOUND
050600         move "INUSE" to DF-RP-REASON
050610         perform 2344-SHOW-REPORTS-TO-REASON thru 2344-EXIT
050620     end-if.
050630 2506-EXIT.
050640     exit.

050650 2510-PROMOTE-EMPLOYEE-TO-MANAGER.
050660*>   EMPLOYEE-REC and MANAGER-REC share one physical record area,
050670*>   so every field carried forward has to be copied out to the
050680*>   DF-PROMOTE-SNAPSHOT work area before INITIALIZE repaints that
050690*>   area under the MANAGER-REC view.
050700     move EM-EMP-NUM            to DF-PR-EMP-NUM.
050710     move EM-AGE                to DF-PR-AGE.
050720     move EM-YEARS-WITH-COMPANY to DF-PR-YEARS.
050730     move EM-NAME               to DF-PR-NAME.
050740     move EM-ADDRESS            to DF-PR-ADDRESS.
050750     move EM-DEPARTMENT         to DF-PR-DEPARTMENT.
050760     move EM-SALARY             to DF-PR-SALARY.
050770     move EM-AVERAGE-HOURS-WEEK to DF-PR-AVG-HOURS.
050780     move EM-JOB-TITLE          to DF-PR-JOB-TITLE.
050790     move EM-DATE-OF-BIRTH      to DF-PR-DATE-OF-BIRTH.
050800     move EM-HIRE-DATE          to DF-PR-HIRE-DATE.
050810     move EM-REPORTS-TO         to DF-PR-REPORTS-TO.
050820     move EM-GRADE              to DF-PR-GRADE.
050830     perform 2511-SNAPSHOT-EMP-PREVIOUS-JOBS thru 2511-EXIT
050840         varying DF-SUB from 1 by 1 until DF-SUB > 3.

050850     initialize MANAGER-REC.
050860     move "M"                    to MN-POSITION.
050870     move DF-PR-EMP-NUM          to MN-EMP-NUM.
050880     move DF-PR-AGE              to MN-AGE.
050890     move DF-PR-YEARS            to MN-YEARS-WITH-COMPANY.
050900     move DF-PR-NAME             to MN-NAME.
050910     move DF-PR-ADDRESS          to MN-ADDRESS.
050920     move DF-PR-DEPARTMENT       to MN-DEPARTMENT.
050930     move DF-PR-SALARY           to MN-SALARY.
050940     move DF-PR-DATE-OF-BIRTH    to MN-DATE-OF-BIRTH.
050950     move DF-PR-HIRE-DATE        to MN-HIRE-DATE.
050960*>   A new reporting line from the caller replaces the old one;
050970*>   zero carries the old one across and 999999 takes it off.
050980     evaluate true
050990         when DF-NEW-REPORTS-TO-NOBODY
051000             move DF-PR-REPORTS-TO to DF-RP-CLEARED-FROM
051010             move zero to DF-PR-REPORTS-TO
051020         when DF-NEW-REPORTS-TO not = zero
051030             move DF-NEW-REPORTS-TO to DF-PR-REPORTS-TO
051040         when other
051050             continue
051060     end-evaluate.
051070     move DF-PR-REPORTS-TO       to MN-REPORTS-TO.
051080*>   So do a new grade and salary; spaces and zero carry the old
051090*>   ones across.
051100     if DF-NEW-GRADE not = spaces
051110         move DF-NEW-GRADE       to DF-PR-GRADE
051120     end-if.
051130     move DF-PR-GRADE            to MN-GRADE.
051140     if DF-NEW-SALARY not = zero
051150         move DF-NEW-SALARY      to MN-SALARY
051160     end-if.
051170*>   MN-AVERAGE-HOURS-WEEK is pic 9(2), but the outgoing
051180*>   DF-PR-AVG-HOURS (from EM-AVERAGE-HOURS-WEEK pic 9(3)) can run
051190*>   as high as 999 - clamp rather than let the MOVE silently
051200*>   truncate off the high-order digit.
051210     if DF-PR-AVG-HOURS > 99
051220         move 99 to MN-AVERAGE-HOURS-WEEK
051230         display "AVERAGE HOURS PER WEEK EXCEEDS MANAGER LIMIT - "
051240             "CLAMPED TO 99"
051250     else
051260         move DF-PR-AVG-HOURS to MN-AVERAGE-HOURS-WEEK
051270     end-if.

051280     perform 2512-STORE-EMP-PREVIOUS-JOBS thru 2512-EXIT
051290         varying DF-SUB from 1 by 1 until DF-SUB > 3.
051300     move DF-PR-JOB-TITLE to MN-PREVIOUS-JOBS(4).

051310*>   The new job title is captured by the caller - from the
051320*>   operator's prompt in 2500, or from the transaction record
051330*>   in the batch run - so one promotion path serves both.
051340     move DF-NEW-JOB-TITLE to MN-JOB-TITLE.

051350     move "PROMOTE" to DF-AUDIT-ACTION.
051360     move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
051370     move MN-SALARY to DF-AUDIT-AFTER-SALARY.
051380     move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
051390     move DF-PR-SALARY to DF-AUDIT-BEFORE-SALARY.
051400     perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT.

051410     move DF-PR-EMP-NUM to EM-EMP-NUM.
051420     delete stafffile record
051430         invalid key
051440             display "OLD EMPLOYEE RECORD COULD NOT BE REMOVED"
051450             move "N" to DF-APPLY-OK-SWITCH
051460             go to 2510-EXIT
051470     end-delete.
051480     if FILE-STATUS not = "00"
051490         perform 9900-ABEND thru 9900-EXIT
051500     end-if.

051510     write MANAGER-REC
051520         invalid key
051530             display "NEW MANAGER RECORD COULD NOT BE WRITTEN"
051540             move "N" to DF-APPLY-OK-SWITCH
051550             go to 2510-EXIT
051560     end-write.
051570     if FILE-STATUS not = "00"
051580         perform 9900-ABEND thru 9900-EXIT
051590     end-if.
051600     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
051610     display "EMPLOYEE PROMOTED TO MANAGER".
051620 2510-EXIT.
051630     exit.

051640*>   Copies EM-PREVIOUS-JOBS into the snapshot before MANAGER-REC
051650*>   is initialized, while the EM- fields are still intact.
051660 2511-SNAPSHOT-EMP-PREVIOUS-JOBS.
051670     move EM-PREVIOUS-JOBS(DF-SUB) to DF-PR-PREV-JOBS(DF-SUB).
051680 2511-EXIT.
051690     exit.

051700*>   Copies the snapshotted previous jobs into MANAGER-REC, once
051710*>   it is safe to address the MN- fields.
051720 2512-STORE-EMP-PREVIOUS-JOBS.
051730     move DF-PR-PREV-JOBS(DF-SUB) to MN-PREVIOUS-JOBS(DF-SUB).
051740 2512-EXIT.
051750     exit.

051760 2520-PROMOTE-MANAGER-TO-EXECUTIVE.
051770*>   MANAGER-REC and EXECUTIVE-REC share one physical record
051780*>   area, so every field carried forward has to be copied out
051790*>   to the snapshot before INITIALIZE repaints that area under
051800*>   the EXECUTIVE-REC view.
051810     move MN-EMP-NUM            to DF-PR-EMP-NUM.
051820     move MN-AGE                to DF-PR-AGE.
051830     move MN-YEARS-WITH-COMPANY to DF-PR-YEARS.
051840     move MN-NAME               to DF-PR-NAME.
051850     move MN-ADDRESS            to DF-PR-ADDRESS.
051860     move MN-DEPARTMENT         to DF-PR-DEPARTMENT.
051870     move MN-SALARY             to DF-PR-SALARY.
051880     move MN-AVERAGE-HOURS-WEEK to DF-PR-AVG-HOURS.
051890     move MN-JOB-TITLE          to DF-PR-JOB-TITLE.
051900     move MN-DATE-OF-BIRTH      to DF-PR-DATE-OF-BIRTH.
051910     move MN-HIRE-DATE          to DF-PR-HIRE-DATE.
051920     move MN-REPORTS-TO         to DF-PR-REPORTS-TO.
051930     move MN-GRADE              to DF-PR-GRADE.
051940     perform 2521-SNAPSHOT-MGR-PREVIOUS-JOBS thru 2521-EXIT
051950         varying DF-SUB from 1 by 1 until DF-SUB > 6.

051960     initialize EXECUTIVE-REC.
051970     move "X"                   to EX-POSITION.
051980     move DF-PR-EMP-NUM         to EX-EMP-NUM.
051990     move DF-PR-AGE             to EX-AGE.
052000     move DF-PR-YEARS           to EX-YEARS-WITH-COMPANY.
052010     move DF-PR-NAME            to EX-NAME.
052020     move DF-PR-ADDRESS         to EX-ADDRESS.
052030     move DF-PR-DEPARTMENT      to EX-DEPARTMENT.
052040     move DF-PR-SALARY          to EX-SALARY.
052050     move DF-PR-DATE-OF-BIRTH   to EX-DATE-OF-BIRTH.
052060     move DF-PR-HIRE-DATE       to EX-HIRE-DATE.
052070     evaluate true
052080         when DF-NEW-REPORTS-TO-NOBODY
052090             move DF-PR-REPORTS-TO to DF-RP-CLEARED-FROM
052100             move zero to DF-PR-REPORTS-TO
052110         when DF-NEW-REPORTS-TO not = zero
052120             move DF-NEW-REPORTS-TO to DF-PR-REPORTS-TO
052130         when other
052140             continue
052150     end-evaluate.
052160     move DF-PR-REPORTS-TO      to EX-REPORTS-TO.
052170     if DF-NEW-GRADE not = spaces
052180         move DF-NEW-GRADE      to DF-PR-GRADE
052190     end-if.
052200     move DF-PR-GRADE           to EX-GRADE.
052210     if DF-NEW-SALARY not = zero
052220         move DF-NEW-SALARY     to EX-SALARY
052230     end-if.
052240*>   EX-AVERAGE-HOURS-WEEK is pic 9, but the outgoing
052250*>   DF-PR-AVG-HOURS (from MN-AVERAGE-HOURS-WEEK pic 9(2)) can run
052260*>   as high as 99 - clamp rather than let the MOVE silently
052270*>   truncate down to a single low-order digit.
052280     if DF-PR-AVG-HOURS > 9
052290         move 9 to EX-AVERAGE-HOURS-WEEK
052300         display "AVERAGE HOURS PER WEEK EXCEEDS EXECUTIVE "
052310             "LIMIT - CLAMPED TO 9"
052320     else
052330         move DF-PR-AVG-HOURS to EX-AVERAGE-HOURS-WEEK
052340     end-if.

052350     perform 2522-STORE-MGR-PREVIOUS-JOBS thru 2522-EXIT
052360         varying DF-SUB from 1 by 1 until DF-SUB > 6.
052370*>   EX-PREVIOUS-JOBS holds a 20-byte history entry at every tier,
052380*>   same as EM-PREVIOUS-JOBS/MN-PREVIOUS-JOBS, while the outgoing
052390*>   MN-JOB-TITLE is 50 bytes - only the first 20 characters of
052400*>   the old job title can be kept in the history slot.  This is
052410*>   explicit, not an accident of the MOVE.
052420     move DF-PR-JOB-TITLE(1:20) to EX-PREVIOUS-JOBS(7).

052430*>   The new job title is captured by the caller - from the
052440*>   operator's prompt in 2500, or from the transaction record
052450*>   in the batch run - so one promotion path serves both.
052460     move DF-NEW-JOB-TITLE to EX-JOB-TITLE.

052470     move "PROMOTE" to DF-AUDIT-ACTION.
052480     move EX-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
052490     move EX-SALARY to DF-AUDIT-AFTER-SALARY.
052500     move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
052510     move DF-PR-SALARY to DF-AUDIT-BEFORE-SALARY.
052520     perform 6300-STAMP-EXECUTIVE-AUDIT thru 6300-EXIT.

052530     move DF-PR-EMP-NUM to EM-EMP-NUM.
052540     delete stafffile record
052550         invalid key
052560             display "OLD MANAGER RECORD COULD NOT BE REMOVED"
052570             move "N" to DF-APPLY-OK-SWITCH
052580             go to 2520-EXIT
052590     end-delete.
052600     if FILE-STATUS not = "00"
052610         perform 9900-ABEND thru 9900-EXIT
052620     end-if.

052630     write EXECUTIVE-REC
052640         invalid key
052650             display "NEW EXECUTIVE RECORD COULD NOT BE WRITTEN"
052660             move "N" to DF-APPLY-OK-SWITCH
052670             go to 2520-EXIT
052680     end-write.
052690     if FILE-STATUS not = "00"
052700         perform 9900-ABEND thru 9900-EXIT
052710     end-if.
052720     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
052730     display "MANAGER PROMOTED TO EXECUTIVE".
052740 2520-EXIT.
052750     exit.

052760*>   Copies MN-PREVIOUS-JOBS into the snapshot before
052770*>   EXECUTIVE-REC is initialized, while the MN- fields are
052780*>   still intact.
052790 2521-SNAPSHOT-MGR-PREVIOUS-JOBS.
052800     move MN-PREVIOUS-JOBS(DF-SUB) to DF-PR-PREV-JOBS(DF-SUB).
052810 2521-EXIT.
052820     exit.

052830*>   Copies the snapshotted previous jobs into EXECUTIVE-REC,
052840*>   once it is safe to address the EX- fields.
052850 2522-STORE-MGR-PREVIOUS-JOBS.
052860     move DF-PR-PREV-JOBS(DF-SUB) to EX-PREVIOUS-JOBS(DF-SUB).
052870 2522-EXIT.
052880     exit.

052890****************************************************************
052900* 2600-EXCEPTION-REPORT - two passes of DFDSTAFF.  The first   *
052910* builds a table of every EM-CODE on file; the second flags    *
052920* any record whose department is not on the approved list, or  *
052930* whose author code does not match a code actually present.    *
052940****************************************************************
052950 2600-EXCEPTION-REPORT.
052960     move zero to DF-CODE-COUNT.
052970     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
052980     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
052990     perform 2610-BUILD-CODE-TABLE thru 2610-EXIT
053000         until DF-END-OF-FILE.

053010     open output exceptfile.
053020     if DF-EXCEPT-STATUS not = "00"
053030         perform 9900-ABEND thru 9900-EXIT
053040     end-if.

053050     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
053060     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
053070     perform 2620-VALIDATE-RECORDS thru 2620-EXIT
053080         until DF-END-OF-FILE.

053090     close exceptfile.
053100     display "EXCEPTION REPORT WRITTEN TO " DF-EXCEPTFILE-PATH.
053110     perform 8600-PAUSE thru 8600-EXIT.
053120 2600-EXIT.
053130     exit.

053140 2610-BUILD-CODE-TABLE.
053150     if DF-CODE-COUNT < 2000
053160         add 1 to DF-CODE-COUNT
053170         move EM-CODE to DF-CODE-ENTRY(DF-CODE-COUNT)
053180     end-if.
053190     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
053200 2610-EXIT.
053210     exit.

053220 2620-VALIDATE-RECORDS.
053230     evaluate EM-POSITION
053240         when "E"
053250             move EM-CODE to DF-OWNER-CODE
053260             move EM-DEPARTMENT to DF-CHECK-DEPT
053270             move EM-AUTHOR-EMP-CODE to DF-AUTHOR-CODE
053280             perform 2621-CHECK-DEPARTMENT thru 2621-EXIT
053290             perform 2622-CHECK-AUTHOR thru 2622-EXIT
053300         when "M"
053310             move MN-CODE to DF-OWNER-CODE
053320             move MN-DEPARTMENT to DF-CHECK-DEPT
053330             move MN-AUTHOR-EMP-CODE to DF-AUTHOR-CODE
053340             perform 2621-CHECK-DEPARTMENT thru 2621-EXIT
053350             perform 2622-CHECK-AUTHOR thru 2622-EXIT
053360         when "X"
053370             move EX-CODE to DF-OWNER-CODE
053380             move EX-DEPARTMENT to DF-CHECK-DEPT
053390             move EX-AUTHOR-EMP-CODE to DF-AUTHOR-CODE
053400             perform 2621-CHECK-DEPARTMENT thru 2621-EXIT
053410             perform 2622-CHECK-AUTHOR thru 2622-EXIT
053420         when other
053430             move spaces to EXCEPT-LINE
053440             string "UNRECOGNIZED POSITION CODE ON RECORD: "
053450                 EM-POSITION
053460                 delimited by size into EXCEPT-LINE
053470             write EXCEPT-LINE
053480             if DF-EXCEPT-STATUS not = "00"
053490                 perform 9900-ABEND thru 9900-EXIT
053500             end-if
053510     end-evaluate.
053520     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
053530 2620-EXIT.
053540     exit.

053550 2621-CHECK-DEPARTMENT.
053560     perform 4250-VALIDATE-DEPARTMENT thru 4250-EXIT.
053570     if DF-DFIDX = zero
053580         move spaces to EXCEPT-LINE
053590         string "BAD DEPARTMENT  CODE=" DF-OWNER-CODE
053600             " DEPT=" DF-CHECK-DEPT
053610             delimited by size into EXCEPT-LINE
053620         write EXCEPT-LINE
053630         if DF-EXCEPT-STATUS not = "00"
053640             perform 9900-ABEND thru 9900-EXIT
053650         end-if
053660     end-if.
053670 2621-EXIT.
053680     exit.

053690 2623-SEARCH-APPROVED-DEPT.
053700     if DF-APPROVED-DEPT(DF-SUB) = DF-CHECK-DEPT
053710         move DF-SUB to DF-DFIDX
053720     end-if.
053730 2623-EXIT.
053740     exit.

053750 2622-CHECK-AUTHOR.
053760     move "N" to DF-FOUND-SWITCH.
053770     perform 2624-SEARCH-CODE-TABLE thru 2624-EXIT
053780         varying DF-SUB from 1 by 1 until DF-SUB > DF-CODE-COUNT.
053790     if not DF-RECORD-WAS-FOUND
053800         move spaces to EXCEPT-LINE
053810         string "DANGLING AUTHOR CODE=" DF-OWNER-CODE
053820             " AUTHOR=" DF-AUTHOR-CODE
053830             delimited by size into EXCEPT-LINE
053840         write EXCEPT-LINE
053850         if DF-EXCEPT-STATUS not = "00"
053860             perform 9900-ABEND thru 9900-EXIT
053870         end-if
053880     end-if.
053890 2622-EXIT.
053900     exit.

053910 2624-SEARCH-CODE-TABLE.
053920     if DF-CODE-ENTRY(DF-SUB) = DF-AUTHOR-CODE
053930         move "Y" to DF-FOUND-SWITCH
053940     end-if.
053950 2624-EXIT.
053960     exit.

053970****************************************************************
053980* 2700-CSV-EXTRACT - one pass of DFDSTAFF, one CSV row per     *
053990* record, for the payroll vendor's import job.                 *
054000****************************************************************
054010 2700-CSV-EXTRACT.
054020     move zero to DF-RECORD-COUNTER.
054030     open output csvfile.
054040     if DF-CSV-STATUS not = "00"
054050         perform 9900-ABEND thru 9900-EXIT
054060     end-if.
054070     move "CSV" to DF-CURRENT-OPERATION.

054080     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
054090     perform 7030-POSITION-FROM-CHECKPOINT thru 7030-EXIT.
054100     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
054110     perform 2710-WRITE-CSV-DETAIL thru 2710-EXIT
054120         until DF-END-OF-FILE.

054130     close csvfile.
054140     perform 7020-CLEAR-CHECKPOINT thru 7020-EXIT.
054150     display "CSV EXTRACT WRITTEN TO " DF-CSVFILE-PATH.
054160     perform 8600-PAUSE thru 8600-EXIT.
054170 2700-EXIT.
054180     exit.

054190 2710-WRITE-CSV-DETAIL.
054200     move spaces to DF-CSV-WORK.
054210     evaluate EM-POSITION
054220         when "E"
054230             move EM-CODE to DF-CSV-CODE
054240             move EM-NAME to DF-CSV-NAME
054250             move EM-DEPARTMENT to DF-CSV-DEPARTMENT
054260             move EM-SALARY to DF-CSV-SALARY
054270             move EM-JOB-TITLE to DF-CSV-JOB-TITLE
054280         when "M"
054290             move MN-CODE to DF-CSV-CODE
054300             move MN-NAME to DF-CSV-NAME
054310             move MN-DEPARTMENT to DF-CSV-DEPARTMENT
054320             move MN-SALARY to DF-CSV-SALARY
054330             move MN-JOB-TITLE to DF-CSV-JOB-TITLE
054340         when "X"
054350             move EX-CODE to DF-CSV-CODE
054360             move EX-NAME to DF-CSV-NAME
054370             move EX-DEPARTMENT to DF-CSV-DEPARTMENT
054380             move EX-SALARY to DF-CSV-SALARY
054390             move EX-JOB-TITLE to DF-CSV-JOB-TITLE
054400         when other
054410             display "UNRECOGNIZED POSITION CODE - RECORD "
054420                 "SKIPPED FROM CSV EXTRACT: " EM-POSITION
054430             perform 3100-READ-NEXT-RECORD thru 3100-EXIT
054440             go to 2710-EXIT
054450     end-evaluate.
054460     move DF-CSV-WORK to CSV-LINE.
054470     write CSV-LINE.
054480     if DF-CSV-STATUS not = "00"
054490         perform 9900-ABEND thru 9900-EXIT
054500     end-if.
054510     add 1 to DF-RECORD-COUNTER.
054520     perform 7010-WRITE-CHECKPOINT thru 7010-EXIT.
054530     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
054540 2710-EXIT.
054550     exit.

054560****************************************************************
054570* 2800-BATCH-TRANSACTIONS - unattended batch maintenance run.  *
054580* Reads TRANFILE and applies each ADD/UPDATE/DELETE/PROMOTE    *
054590* against STAFFFILE with the same author stamping and audit    *
054600* logging as the interactive transactions.  The acting employee *
054610* code travels on each transaction record instead of being     *
054620* prompted for.  Transactions that cannot be applied go to     *
054630* REJECTFILE with a reason code, and the run finishes with     *
054640* applied/rejected control totals.                             *
054650****************************************************************
054660 2800-BATCH-TRANSACTIONS.
054670*>   Each transaction stamps its own acting code - hold the
054680*>   session's identity so it can be put back afterwards.
054690     move DF-ACTING-EMP-CODE to DF-SAVED-ACTING-CODE.
054700     move zero to DF-APPLIED-COUNT.
054710     move zero to DF-REJECTED-COUNT.
054720     move "N" to DF-TRAN-EOF-SWITCH.
054730     move zero to DF-DU-WARNINGS.

054740     open input tranfile.
054750     if DF-TRAN-STATUS = "35"
054760         display "NO TRANSACTION FILE FOUND AT " DF-TRANFILE-PATH
054770*>       Unattended, a missing transaction file is a failed
054780*>       run - the scheduler must hear about it.
054790         if DF-BATCH-MODE
054800             move 8 to DF-RUN-RC
054810         end-if
054820         go to 2800-EXIT
054830     end-if.
054840     if DF-TRAN-STATUS not = "00"
054850         perform 9900-ABEND thru 9900-EXIT
054860     end-if.

054870     open output rejectfile.
054880     if DF-REJECT-STATUS not = "00"
054890         perform 9900-ABEND thru 9900-EXIT
054900     end-if.

054910     perform 2805-READ-TRANSACTION thru 2805-EXIT.
054920     perform 2810-APPLY-ONE-TRAN thru 2810-EXIT
054930         until DF-TRAN-END-OF-FILE.

054940     close tranfile.
054950     close rejectfile.
054960*>   Put the signed-on operator's identity back - the last
054970*>   transaction's acting code must not leak onto whatever
054980*>   the session writes next.
054990     move DF-SAVED-ACTING-CODE to DF-ACTING-EMP-CODE.
055000     display "BATCH TRANSACTION RUN COMPLETE".
055010     display "TRANSACTIONS APPLIED:  " DF-APPLIED-COUNT.
055020     display "TRANSACTIONS REJECTED: " DF-REJECTED-COUNT.
055030     display "POSSIBLE DUPLICATES:   " DF-DU-WARNINGS.
055040*>   The run's deletes and promotions can leave reporting lines
055050*>   hanging - they are listed once, after the last of them.
055060     perform 2350-LIST-ORPHANS thru 2350-EXIT.
055070 2800-EXIT.
055080     exit.

055090 2805-READ-TRANSACTION.
055100     read tranfile
055110         at end
055120             move "Y" to DF-TRAN-EOF-SWITCH
055130             go to 2805-EXIT
055140     end-read.
055150     if DF-TRAN-STATUS not = "00"
055160         perform 9900-ABEND thru 9900-EXIT
055170     end-if.
055180 2805-EXIT.
055190     exit.

055200*>   The grade and salary a transaction leaves the person in the
055210*>   record area on - the transaction's own where it carries
055220*>   them, the record's where it does not.
055230 2806-PLACE-TRAN-GRADE.
055240     move spaces to DF-GB-OLD-GRADE.
055250     move zero to DF-GB-SALARY.
055260     evaluate EM-POSITION
055270         when "E"
055280             move EM-GRADE to DF-GB-OLD-GRADE
055290             move EM-SALARY to DF-GB-SALARY
055300         when "M"
055310             move MN-GRADE to DF-GB-OLD-GRADE
055320             move MN-SALARY to DF-GB-SALARY
055330         when "X"
055340             move EX-GRADE to DF-GB-OLD-GRADE
055350             move EX-SALARY to DF-GB-SALARY
055360         when other
055370             continue
055380     end-evaluate.
055390     move DF-GB-OLD-GRADE to DF-GB-GRADE.
055400     if TR-GRADE not = spaces
055410         move TR-GRADE to DF-GB-GRADE
055420     end-if.
055430     if TR-SALARY not = zero
055440         move TR-SALARY to DF-GB-SALARY
055450     end-if.
055460     move "Y" to DF-GB-PROCEED-SWITCH.
055470     move "N" to DF-GB-OVERRIDE-SWITCH.
055480 2806-EXIT.
055490     exit.

055500*>   Unattended there is nobody to give a grade band override - a
055510*>   grade not on the master goes back as BADGRADE and a salary
055520*>   outside its band as OUTBAND, to be keyed on-line where the
055530*>   override can be given and audited.
055540 2807-CHECK-TRAN-GRADE.
055550     perform 7740-CHECK-GRADE-BAND thru 7740-EXIT.
055560     if DF-GB-NOT-ON-MASTER
055570         move "BADGRADE" to DF-REJECT-REASON
055580         perform 2819-REJECT-TRAN thru 2819-EXIT
055590         move "N" to DF-GB-PROCEED-SWITCH
055600         go to 2807-EXIT
055610     end-if.
055620     if DF-GB-OUT-OF-BAND
055630         move "OUTBAND" to DF-REJECT-REASON
055640         perform 2819-REJECT-TRAN thru 2819-EXIT
055650         move "N" to DF-GB-PROCEED-SWITCH
055660     end-if.
055670 2807-EXIT.
055680     exit.

055690 2810-APPLY-ONE-TRAN.
055700     move "Y" to DF-APPLY-OK-SWITCH.
055710     move TR-ACTING-EMP-CODE to DF-ACTING-EMP-CODE.
055720     evaluate TR-ACTION
055730         when "ADD"
055740             perform 2811-BATCH-ADD thru 2811-EXIT
055750         when "UPDATE"
055760             perform 2812-BATCH-UPDATE thru 2812-EXIT
055770         when "DELETE"
055780             perform 2813-BATCH-DELETE thru 2813-EXIT
055790         when "PROMOTE"
055800             perform 2814-BATCH-PROMOTE thru 2814-EXIT
055810         when other
055820             move "BADACTN" to DF-REJECT-REASON
055830             perform 2819-REJECT-TRAN thru 2819-EXIT
055840     end-evaluate.
055850*>   A transaction that read its record under lock but ended
055860*>   without the REWRITE or DELETE that would release it must
055870*>   not carry the lock into the next transaction.
055880     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT.
055890     perform 2805-READ-TRANSACTION thru 2805-EXIT.
055900 2810-EXIT.
055910     exit.

055920*>   Batch ADD files a new EMPLOYEE-REC the same way 2310 does -
055930*>   managers and executives are still created by promotion.
055940 2811-BATCH-ADD.
055950     move TR-DEPARTMENT to DF-CHECK-DEPT.
055960     perform 2815-CHECK-TRAN-DEPARTMENT thru 2815-EXIT.
055970     if DF-DFIDX = zero
055980         move "BADDEPT" to DF-REJECT-REASON
055990         perform 2819-REJECT-TRAN thru 2819-EXIT
056000         go to 2811-EXIT
056010     end-if.

056020     if TR-REPORTS-TO numeric
056030         move TR-REPORTS-TO to DF-RP-MANAGER
056040     else
056050         move zero to DF-RP-MANAGER
056060     end-if.
056070     move TR-EMP-NUM to DF-RP-SUBJECT.
056080     move "E" to DF-RP-TIER.
056090     move "N" to DF-RP-RELOCK-SWITCH.
056100     perform 2340-CHECK-REPORTS-TO thru 2340-EXIT.
056110     if DF-RP-REASON not = spaces
056120         move DF-RP-REASON to DF-REJECT-REASON
056130         perform 2819-REJECT-TRAN thru 2819-EXIT
056140         go to 2811-EXIT
056150     end-if.

056160*>   A returning leaver must come back through reinstatement,
056170*>   which keeps their service and settlement history - an add
056180*>   that matches someone on the leavers archive goes back to
056190*>   the operator as REINSTAT.  A match with someone still on
056200*>   file is only a warning, counted for the run log.
056210     move spaces to DF-DU-NEW.
056220     move zero to DF-DU-N-DOB.
056230     move TR-SURNAME to DF-DU-N-SURNAME.
056240     move TR-FIRST-NAME to DF-DU-N-FIRST.
056250     if TR-DATE-OF-BIRTH numeric
056260         move TR-DATE-OF-BIRTH to DF-DU-N-DOB
056270     end-if.
056280     inspect DF-DU-NEW converting
056290         "abcdefghijklmnopqrstuvwxyz"
056300         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
056310     perform 7520-CHECK-NEW-PERSON thru 7520-EXIT.
056320     if DF-DU-LEAVER-HITS not = zero
056330         move "REINSTAT" to DF-REJECT-REASON
056340         perform 2819-REJECT-TRAN thru 2819-EXIT
056350         go to 2811-EXIT
056360     end-if.

056370*>   Unattended there is nobody to warn or to give an override -
056380*>   an add that would take the department over its funded
056390*>   establishment goes back to be keyed on-line, where the
056400*>   override can be given and audited.
056410     initialize DF-EB-CHECK.
056420     move TR-DEPARTMENT to DF-EB-DEPT.
056430     move 1 to DF-EB-JOINING(1).
056440     perform 7240-CHECK-ESTABLISHMENT thru 7240-EXIT.
056450     if DF-EB-ANY-OVER
056460         move "OVERESTB" to DF-REJECT-REASON
056470         perform 2819-REJECT-TRAN thru 2819-EXIT
056480         go to 2811-EXIT
056490     end-if.

056500     initialize EMPLOYEE-REC.
056510     move "E" to EM-POSITION.
056520     move TR-EMP-NUM to EM-EMP-NUM.
056530     move DF-RP-MANAGER to EM-REPORTS-TO.
056540     move TR-SURNAME to EM-SURNAME.
056550     move TR-FIRST-NAME to EM-FIRST-NAME.
056560     move TR-DEPARTMENT to EM-DEPARTMENT.
056570     move TR-JOB-TITLE to EM-JOB-TITLE.
056580     move TR-SALARY to EM-SALARY.
056590     move TR-AVG-HOURS to EM-AVERAGE-HOURS-WEEK.
056600     move TR-ALLOWANCE to SLEEPING-ALLOWANCE.
056610     move TR-GRADE to EM-GRADE.
056620     perform 2806-PLACE-TRAN-GRADE thru 2806-EXIT.
056630     perform 2807-CHECK-TRAN-GRADE thru 2807-EXIT.
056640     if not DF-GB-PROCEED
056650         go to 2811-EXIT
056660     end-if.
056670*>   A transaction keyed to the old layout reads back with the
056680*>   date columns space-filled - the class test keeps the
056690*>   "left at spaces ... ignored" promise and files them as
056700*>   never captured instead of as garbage dates.
056710     if TR-DATE-OF-BIRTH numeric
056720         move TR-DATE-OF-BIRTH to EM-DATE-OF-BIRTH
056730     end-if.
056740     if TR-HIRE-DATE numeric
056750         move TR-HIRE-DATE to EM-HIRE-DATE
056760     end-if.
056770     move EM-DATE-OF-BIRTH to DF-AS-DOB.
056780     move EM-HIRE-DATE to DF-AS-HIRE.
056790     move zero to DF-AS-STORED-AGE.
056800     move zero to DF-AS-STORED-YEARS.
056810     perform 3300-DERIVE-AGE-SERVICE thru 3300-EXIT.
056820     move DF-AS-AGE to EM-AGE.
056830     move DF-AS-YEARS to EM-YEARS-WITH-COMPANY.

056840     move "ADD" to DF-AUDIT-ACTION.
056850     move spaces to DF-AUDIT-BEFORE-DEPT.
056860     move zero to DF-AUDIT-BEFORE-SALARY.
056870     move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
056880     move EM-SALARY to DF-AUDIT-AFTER-SALARY.
056890     perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT.

056900     write EMPLOYEE-REC
056910         invalid key
056920             move "DUPKEY" to DF-REJECT-REASON
056930             perform 2819-REJECT-TRAN thru 2819-EXIT
056940             go to 2811-EXIT
056950     end-write.
056960     if FILE-STATUS not = "00"
056970         perform 9900-ABEND thru 9900-EXIT
056980     end-if.
056990     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
057000     add 1 to DF-APPLIED-COUNT.
057010     if DF-DU-STAFF-HITS not = zero
057020         add 1 to DF-DU-WARNINGS
057030     end-if.
057040 2811-EXIT.
057050     exit.

057060*>   Batch UPDATE applies the same nonblank/nonzero = "change it"
057070*>   convention the interactive prompts use, so a transaction
057080*>   only has to carry the fields it means to change.
057090 2812-BATCH-UPDATE.
057100     move TR-EMP-NUM to EM-EMP-NUM.
057110     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
057120     if DF-RECORD-IS-LOCKED
057130         move "INUSE" to DF-REJECT-REASON
057140         perform 2819-REJECT-TRAN thru 2819-EXIT
057150         go to 2812-EXIT
057160     end-if.
057170     if not DF-RECORD-WAS-FOUND
057180         move "NOTFND" to DF-REJECT-REASON
057190         perform 2819-REJECT-TRAN thru 2819-EXIT
057200         go to 2812-EXIT
057210     end-if.

057220     if TR-DEPARTMENT not = spaces
057230         move TR-DEPARTMENT to DF-CHECK-DEPT
057240         perform 2815-CHECK-TRAN-DEPARTMENT thru 2815-EXIT
057250         if DF-DFIDX = zero
057260             move "BADDEPT" to DF-REJECT-REASON
057270             perform 2819-REJECT-TRAN thru 2819-EXIT
057280             go to 2812-EXIT
057290         end-if
057300     end-if.

057310*>   A new reporting line is proved before anything is changed;
057320*>   the proof re-reads the record under its lock afterwards.
057330*>   999999 takes the line off and needs no proof.
057340     move zero to DF-RP-CLEARED-FROM.
057350     if TR-REPORTS-TO numeric and TR-REPORTS-TO not = zero
057360             and not TR-REPORTS-TO-NOBODY
057370         move TR-EMP-NUM to DF-RP-SUBJECT
057380         move EM-POSITION to DF-RP-TIER
057390         move TR-REPORTS-TO to DF-RP-MANAGER
057400         move "Y" to DF-RP-RELOCK-SWITCH
057410         perform 2340-CHECK-REPORTS-TO thru 2340-EXIT
057420         if DF-RP-REASON not = spaces
057430             move DF-RP-REASON to DF-REJECT-REASON
057440             perform 2819-REJECT-TRAN thru 2819-EXIT
057450             go to 2812-EXIT
057460         end-if
057470     end-if.

057480*>   So is a new salary or grade, against the grade band.
057490     perform 2806-PLACE-TRAN-GRADE thru 2806-EXIT.
057500     if TR-SALARY not = zero or TR-GRADE not = spaces
057510         perform 2807-CHECK-TRAN-GRADE thru 2807-EXIT
057520         if not DF-GB-PROCEED
057530             go to 2812-EXIT
057540         end-if
057550     end-if.

057560     evaluate EM-POSITION
057570         when "E"
057580             perform 2816-BATCH-UPDATE-EMPLOYEE thru 2816-EXIT
057590         when "M"
057600             perform 2817-BATCH-UPDATE-MANAGER thru 2817-EXIT
057610         when other
057620             move "BADTIER" to DF-REJECT-REASON
057630             perform 2819-REJECT-TRAN thru 2819-EXIT
057640     end-evaluate.
057650 2812-EXIT.
057660     exit.

057670 2813-BATCH-DELETE.
057680     move TR-EMP-NUM to EM-EMP-NUM.
057690     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
057700     if DF-RECORD-IS-LOCKED
057710         move "INUSE" to DF-REJECT-REASON
057720         perform 2819-REJECT-TRAN thru 2819-EXIT
057730         go to 2813-EXIT
057740     end-if.
057750     if not DF-RECORD-WAS-FOUND
057760         move "NOTFND" to DF-REJECT-REASON
057770         perform 2819-REJECT-TRAN thru 2819-EXIT
057780         go to 2813-EXIT
057790     end-if.

057800     move "DELETE" to DF-AUDIT-ACTION.
057810     evaluate EM-POSITION
057820         when "E"
057830             move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
057840             move EM-SALARY to DF-AUDIT-BEFORE-SALARY
057850         when "M"
057860             move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
057870             move MN-SALARY to DF-AUDIT-BEFORE-SALARY
057880         when "X"
057890             move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
057900             move EX-SALARY to DF-AUDIT-BEFORE-SALARY
057910         when other
057920             move "BADTIER" to DF-REJECT-REASON
057930             perform 2819-REJECT-TRAN thru 2819-EXIT
057940             go to 2813-EXIT
057950     end-evaluate.
057960     move spaces to DF-AUDIT-AFTER-DEPT.
057970     move zero to DF-AUDIT-AFTER-SALARY.
057980     move EM-CODE to AUD-TARGET-EMP-CODE.

057990*>   Batch deletes settle and archive the departing record the
058000*>   same way the interactive delete does.
058010     perform 6860-COMPUTE-SETTLEMENT thru 6860-EXIT.
058020     perform 6870-WRITE-SETTLEMENT thru 6870-EXIT.
058030     perform 6800-WRITE-ARCHIVE-ENTRY thru 6800-EXIT.

058040     delete stafffile record
058050         invalid key
058060             move "NODELETE" to DF-REJECT-REASON
058070             perform 2819-REJECT-TRAN thru 2819-EXIT
058080             go to 2813-EXIT
058090     end-delete.
058100     if FILE-STATUS not = "00"
058110         perform 9900-ABEND thru 9900-EXIT
058120     end-if.
058130     perform 6850-DELETE-LEAVE-BALANCE thru 6850-EXIT.
058140     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
058150     add 1 to DF-APPLIED-COUNT.
058160 2813-EXIT.
058170     exit.

058180*>   Batch PROMOTE rides the same 2510/2520 promotion paths the
058190*>   interactive transaction uses; the new job title comes off
058200*>   the transaction record via DF-NEW-JOB-TITLE.
058210 2814-BATCH-PROMOTE.
058220     move TR-EMP-NUM to EM-EMP-NUM.
058230     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
058240     if DF-RECORD-IS-LOCKED
058250         move "INUSE" to DF-REJECT-REASON
058260         perform 2819-REJECT-TRAN thru 2819-EXIT
058270         go to 2814-EXIT
058280     end-if.
058290     if not DF-RECORD-WAS-FOUND
058300         move "NOTFND" to DF-REJECT-REASON
058310         perform 2819-REJECT-TRAN thru 2819-EXIT
058320         go to 2814-EXIT
058330     end-if.

058340     move TR-JOB-TITLE to DF-NEW-JOB-TITLE.
058350     move zero to DF-NEW-REPORTS-TO.
058360     move zero to DF-RP-CLEARED-FROM.
058370     if TR-REPORTS-TO numeric and TR-REPORTS-TO not = zero
058380         and not TR-REPORTS-TO-NOBODY
058390         and (EM-POSITION = "E" or EM-POSITION = "M")
058400         if EM-POSITION = "E"
058410             move "M" to DF-RP-TIER
058420         else
058430             move "X" to DF-RP-TIER
058440         end-if
058450         move TR-EMP-NUM to DF-RP-SUBJECT
058460         move TR-REPORTS-TO to DF-RP-MANAGER
058470         move "Y" to DF-RP-RELOCK-SWITCH
058480         perform 2340-CHECK-REPORTS-TO thru 2340-EXIT
058490         if DF-RP-REASON not = spaces
058500             move DF-RP-REASON to DF-REJECT-REASON
058510             perform 2819-REJECT-TRAN thru 2819-EXIT
058520             go to 2814-EXIT
058530         end-if
058540         move TR-REPORTS-TO to DF-NEW-REPORTS-TO
058550     end-if.
058560     if TR-REPORTS-TO numeric
058570         if TR-REPORTS-TO-NOBODY
058580             move TR-REPORTS-TO to DF-NEW-REPORTS-TO
058590         end-if
058600     end-if.
058610*>   The grade and salary promoted on come off the transaction
058620*>   too, held to the grade band as for an update.
058630     perform 2806-PLACE-TRAN-GRADE thru 2806-EXIT.
058640     perform 2807-CHECK-TRAN-GRADE thru 2807-EXIT.
058650     if not DF-GB-PROCEED
058660         go to 2814-EXIT
058670     end-if.
058680     move TR-GRADE to DF-NEW-GRADE.
058690     move zero to DF-NEW-SALARY.
058700     if TR-SALARY not = zero
058710         move TR-SALARY to DF-NEW-SALARY
058720     end-if.
058730*>   As for a batch add, a promotion over the funded
058740*>   establishment is rejected for keying on-line.
058750     perform 7242-SET-PROMOTION-JOINING thru 7242-EXIT.
058760     if DF-EB-DEPT not = spaces
058770         perform 7240-CHECK-ESTABLISHMENT thru 7240-EXIT
058780         if DF-EB-ANY-OVER
058790             move "OVERESTB" to DF-REJECT-REASON
058800             perform 2819-REJECT-TRAN thru 2819-EXIT
058810             go to 2814-EXIT
058820         end-if
058830*>       The count gave up the record lock - it is taken again
058840*>       before the promotion is filed.
058850         move TR-EMP-NUM to EM-EMP-NUM
058860         perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT
058870         if not DF-RECORD-WAS-FOUND
058880             move "INUSE" to DF-REJECT-REASON
058890             perform 2819-REJECT-TRAN thru 2819-EXIT
058900             go to 2814-EXIT
058910         end-if
058920     end-if.
058930     evaluate EM-POSITION
058940         when "E"
058950             perform 2510-PROMOTE-EMPLOYEE-TO-MANAGER
058960                 thru 2510-EXIT
058970         when "M"
058980             perform 2520-PROMOTE-MANAGER-TO-EXECUTIVE
058990                 thru 2520-EXIT
059000         when other
059010             move "NOTIER" to DF-REJECT-REASON
059020             perform 2819-REJECT-TRAN thru 2819-EXIT
059030             go to 2814-EXIT
059040     end-evaluate.

059050     if DF-APPLY-WAS-OK
059060         perform 2347-AUDIT-LINE-CLEARED thru 2347-EXIT
059070         perform 7747-AUDIT-GRADE thru 7747-EXIT
059080         add 1 to DF-APPLIED-COUNT
059090     else
059100         move "IOFAIL" to DF-REJECT-REASON
059110         perform 2819-REJECT-TRAN thru 2819-EXIT
059120     end-if.
059130 2814-EXIT.
059140     exit.

059150*>   Same approved-department check 2621 applies on the
059160*>   exception report, against DF-CHECK-DEPT, leaving DF-DFIDX
059170*>   zero when the code is not approved.
059180 2815-CHECK-TRAN-DEPARTMENT.
059190     perform 4250-VALIDATE-DEPARTMENT thru 4250-EXIT.
059200 2815-EXIT.
059210     exit.

059220 2816-BATCH-UPDATE-EMPLOYEE.
059230     move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
059240     move EM-SALARY to DF-AUDIT-BEFORE-SALARY.

059250     if TR-SALARY not = zero
059260         move TR-SALARY to EM-SALARY
059270     end-if.
059280     if TR-GRADE not = spaces
059290         move TR-GRADE to EM-GRADE
059300     end-if.
059310     if TR-DEPARTMENT not = spaces
059320         move TR-DEPARTMENT to EM-DEPARTMENT
059330     end-if.
059340     if TR-JOB-TITLE not = spaces
059350         move TR-JOB-TITLE to EM-JOB-TITLE
059360     end-if.
059370     if TR-AVG-HOURS not = zero
059380         move TR-AVG-HOURS to EM-AVERAGE-HOURS-WEEK
059390     end-if.
059400     if TR-ALLOWANCE not = zero
059410         move TR-ALLOWANCE to SLEEPING-ALLOWANCE
059420     end-if.
059430*>   The class test also screens the space-filled date columns
059440*>   an old-layout transaction reads back with.
059450     if TR-DATE-OF-BIRTH numeric
059460             and TR-DATE-OF-BIRTH not = zero
059470         move TR-DATE-OF-BIRTH to EM-DATE-OF-BIRTH
059480     end-if.
059490     if TR-HIRE-DATE numeric
059500             and TR-HIRE-DATE not = zero
059510         move TR-HIRE-DATE to EM-HIRE-DATE
059520     end-if.
059530     if TR-REPORTS-TO numeric
059540         evaluate true
059550             when TR-REPORTS-TO-NOBODY
059560                 move EM-REPORTS-TO to DF-RP-CLEARED-FROM
059570                 move zero to EM-REPORTS-TO
059580             when TR-REPORTS-TO not = zero
059590                 move TR-REPORTS-TO to EM-REPORTS-TO
059600             when other
059610                 continue
059620         end-evaluate
059630     end-if.

059640     move "UPDATE" to DF-AUDIT-ACTION.
059650     move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
059660     move EM-SALARY to DF-AUDIT-AFTER-SALARY.
059670     perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT.

059680     rewrite EMPLOYEE-REC
059690         invalid key
059700             move "NOREWRT" to DF-REJECT-REASON
059710             perform 2819-REJECT-TRAN thru 2819-EXIT
059720             go to 2816-EXIT
059730     end-rewrite.
059740     if FILE-STATUS not = "00"
059750         perform 9900-ABEND thru 9900-EXIT
059760     end-if.
059770     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
059780     perform 2347-AUDIT-LINE-CLEARED thru 2347-EXIT.
059790     perform 7747-AUDIT-GRADE thru 7747-EXIT.
059800     add 1 to DF-APPLIED-COUNT.
059810 2816-EXIT.
059820     exit.

059830 2817-BATCH-UPDATE-MANAGER.
059840     move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT.
059850     move MN-SALARY to DF-AUDIT-BEFORE-SALARY.

059860     if TR-SALARY not = zero
059870         move TR-SALARY to MN-SALARY
059880     end-if.
059890     if TR-GRADE not = spaces
059900         move TR-GRADE to MN-GRADE
059910     end-if.
059920     if TR-DEPARTMENT not = spaces
059930         move TR-DEPARTMENT to MN-DEPARTMENT
059940     end-if.
059950     if TR-JOB-TITLE not = spaces
059960         move TR-JOB-TITLE to MN-JOB-TITLE
059970     end-if.
059980     if TR-AVG-HOURS not = zero
059990         move TR-AVG-HOURS to MN-AVERAGE-HOURS-WEEK
060000     end-if.
060010     if TR-DATE-OF-BIRTH numeric
060020             and TR-DATE-OF-BIRTH not = zero
060030         move TR-DATE-OF-BIRTH to MN-DATE-OF-BIRTH
060040     end-if.
060050     if TR-HIRE-DATE numeric
060060             and TR-HIRE-DATE not = zero
060070         move TR-HIRE-DATE to MN-HIRE-DATE
060080     end-if.
060090     if TR-REPORTS-TO numeric
060100         evaluate true
060110             when TR-REPORTS-TO-NOBODY
060120                 move MN-REPORTS-TO to DF-RP-CLEARED-FROM
060130                 move zero to MN-REPORTS-TO
060140             when TR-REPORTS-TO not = zero
060150                 move TR-REPORTS-TO to MN-REPORTS-TO
060160             when other
060170                 continue
060180         end-evaluate
060190     end-if.

060200     move "UPDATE" to DF-AUDIT-ACTION.
060210     move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT.
060220     move MN-SALARY to DF-AUDIT-AFTER-SALARY.
060230     perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT.

060240     rewrite MANAGER-REC
060250         invalid key
060260             move "NOREWRT" to DF-REJECT-REASON
060270             perform 2819-REJECT-TRAN thru 2819-EXIT
060280             go to 2817-EXIT
060290     end-rewrite.
060300     if FILE-STATUS not = "00"
060310         perform 9900-ABEND thru 9900-EXIT
060320     end-if.
060330     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
060340     perform 2347-AUDIT-LINE-CLEARED thru 2347-EXIT.
060350     perform 7747-AUDIT-GRADE thru 7747-EXIT.
060360     add 1 to DF-APPLIED-COUNT.
060370 2817-EXIT.
060380     exit.

060390 2819-REJECT-TRAN.
060400     move spaces to REJECT-REC.
060410     move DF-REJECT-REASON to RJ-REASON.
060420     move TRAN-REC to RJ-TRAN-IMAGE.
060430     write REJECT-REC.
060440     if DF-REJECT-STATUS not = "00"
060450         perform 9900-ABEND thru 9900-EXIT
060460     end-if.
060470     add 1 to DF-REJECTED-COUNT.
060480 2819-EXIT.
060490     exit.

060500****************************************************************
060510* 2900-BROWSE - alternate-key inquiries for callers who do not *
060520* know the employee number: all staff matching a partial       *
060530* surname, or one department's staff, each a keyed read        *
060540* instead of a full-file scan.                                 *
060550****************************************************************
060560 2900-BROWSE.
060570     display "S)URNAME BROWSE  D)EPARTMENT BROWSE  R)ETURN : "
060580         with no advancing.
060590     accept DF-BROWSE-CHOICE.
060600     evaluate DF-BROWSE-CHOICE
060610         when "S"
060620             perform 2910-SURNAME-BROWSE thru 2910-EXIT
060630         when "s"
060640             perform 2910-SURNAME-BROWSE thru 2910-EXIT
060650         when "D"
060660             perform 2920-DEPT-BROWSE thru 2920-EXIT
060670         when "d"
060680             perform 2920-DEPT-BROWSE thru 2920-EXIT
060690         when other
060700             continue
060710     end-evaluate.
060720 2900-EXIT.
060730     exit.

060740****************************************************************
060750* 2910-SURNAME-BROWSE - START on the surname alternate key at  *
060760* the entered prefix, then read forward showing every record   *
060770* whose surname begins with that prefix.  The key runs in      *
060780* surname order, so the browse stops at the first record past  *
060790* the prefix.                                                  *
060800****************************************************************
060810 2910-SURNAME-BROWSE.
060820     display "ENTER SURNAME OR LEADING PART OF IT: "
060830         with no advancing.
060840     accept DF-BROWSE-SURNAME.
060850     move zero to DF-BROWSE-LEN.
060860     perform 2912-SIZE-SURNAME-PREFIX thru 2912-EXIT
060870         varying DF-SUB from 1 by 1 until DF-SUB > 50.
060880     if DF-BROWSE-LEN = zero
060890         display "NOTHING ENTERED - BROWSE CANCELLED"
060900         go to 2910-EXIT
060910     end-if.

060920     move zero to DF-MATCH-COUNT.
060930     move "N" to DF-EOF-SWITCH.
060940     move DF-BROWSE-SURNAME to EM-SURNAME.
060950     start stafffile key is not less than EM-SURNAME
060960         invalid key
060970             move "Y" to DF-EOF-SWITCH
060980     end-start.
060990     if not DF-END-OF-FILE
061000         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
061010     end-if.
061020     perform 2911-SHOW-SURNAME-MATCH thru 2911-EXIT
061030         until DF-END-OF-FILE.
061040     display "MATCHES FOUND: " DF-MATCH-COUNT.
061050     perform 8600-PAUSE thru 8600-EXIT.
061060 2910-EXIT.
061070     exit.

061080 2911-SHOW-SURNAME-MATCH.
061090     if EM-SURNAME(1:DF-BROWSE-LEN)
061100             = DF-BROWSE-SURNAME(1:DF-BROWSE-LEN)
061110         perform 3000-DISPATCH-DISPLAY thru 3000-EXIT
061120         add 1 to DF-MATCH-COUNT
061130         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
061140     else
061150         move "Y" to DF-EOF-SWITCH
061160     end-if.
061170 2911-EXIT.
061180     exit.

061190*>   Finds the length of the entered prefix - the position of
061200*>   the last nonblank character - so reference modification
061210*>   can compare just the part the caller actually typed.
061220 2912-SIZE-SURNAME-PREFIX.
061230     if DF-BROWSE-SURNAME(DF-SUB:1) not = space
061240         move DF-SUB to DF-BROWSE-LEN
061250     end-if.
061260 2912-EXIT.
061270     exit.

061280****************************************************************
061290* 2920-DEPT-BROWSE - START on the department alternate key and *
061300* read forward while the key still matches.  The key sits at   *
061310* the EMPLOYEE-REC department offset, which manager and        *
061320* executive layouts use for job-title bytes, so each record's  *
061330* own tier department field is verified before it is shown -   *
061340* manager and executive staff for a department are reported by *
061350* the department summary, which reads every tier.              *
061360****************************************************************
061370 2920-DEPT-BROWSE.
061380     display "ENTER DEPARTMENT CODE: " with no advancing.
061390     accept DF-BROWSE-DEPT.
061400     if DF-BROWSE-DEPT = spaces
061410         display "NOTHING ENTERED - BROWSE CANCELLED"
061420         go to 2920-EXIT
061430     end-if.

061440     move zero to DF-MATCH-COUNT.
061450     move "N" to DF-EOF-SWITCH.
061460     move DF-BROWSE-DEPT to EM-DEPARTMENT.
061470     start stafffile key is equal to EM-DEPARTMENT
061480         invalid key
061490             move "Y" to DF-EOF-SWITCH
061500     end-start.
061510     if not DF-END-OF-FILE
061520         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
061530     end-if.
061540     perform 2921-SHOW-DEPT-MATCH thru 2921-EXIT
061550         until DF-END-OF-FILE.
061560     display "EMPLOYEE-TIER STAFF LISTED FOR " DF-BROWSE-DEPT
061570         ": " DF-MATCH-COUNT.
061580*>   The department key only covers the employee-tier layout,
061590*>   so the transaction says so itself rather than passing the
061600*>   count off as the whole department.
061610     display "NOTE - THIS BROWSE COVERS THE EMPLOYEE TIER "
061620         "ONLY.".
061630     display "MANAGERS AND EXECUTIVES FOR THE DEPARTMENT ARE "
061640         "ON THE DEPARTMENT SUMMARY (OPTION 4).".
061650     perform 8600-PAUSE thru 8600-EXIT.
061660 2920-EXIT.
061670     exit.

061680 2921-SHOW-DEPT-MATCH.
061690     if EM-DEPARTMENT not = DF-BROWSE-DEPT
061700         move "Y" to DF-EOF-SWITCH
061710         go to 2921-EXIT
061720     end-if.
061730     evaluate EM-POSITION
061740         when "E"
061750             perform 3000-DISPATCH-DISPLAY thru 3000-EXIT
061760             add 1 to DF-MATCH-COUNT
061770         when "M"
061780             if MN-DEPARTMENT = DF-BROWSE-DEPT
061790                 perform 3000-DISPATCH-DISPLAY thru 3000-EXIT
061800                 add 1 to DF-MATCH-COUNT
061810             end-if
061820         when "X"
061830             if EX-DEPARTMENT = DF-BROWSE-DEPT
061840                 perform 3000-DISPATCH-DISPLAY thru 3000-EXIT
061850                 add 1 to DF-MATCH-COUNT
061860             end-if
061870         when other
061880             display "UNRECOGNIZED POSITION CODE ON RECORD: "
061890                 EM-POSITION
061900     end-evaluate.
061910     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
061920 2921-EXIT.
061930     exit.

061940****************************************************************
061950* 3000-DISPATCH-DISPLAY - show the current record using the    *
061960* field layout that matches its position code.  EMPLOYEE-REC,  *
061970* MANAGER-REC and EXECUTIVE-REC share one physical record area, *
061980* so no data movement is needed - only the right fields are    *
061990* referenced for the type actually on file.                    *
062000****************************************************************
062010 3000-DISPATCH-DISPLAY.
062020*>   Age and years of service are derived from the dates at
062030*>   display time - the stored fields only stand in where a
062040*>   date was never captured - so nobody stays 27 forever.
062050     evaluate EM-POSITION
062060         when "E"
062070             move EM-DATE-OF-BIRTH to DF-AS-DOB
062080             move EM-HIRE-DATE to DF-AS-HIRE
062090             move EM-AGE to DF-AS-STORED-AGE
062100             move EM-YEARS-WITH-COMPANY to DF-AS-STORED-YEARS
062110             perform 3300-DERIVE-AGE-SERVICE thru 3300-EXIT
062120             display EM-CODE " " EM-NAME " " EM-DEPARTMENT " "
062130                 EM-JOB-TITLE " " EM-SALARY
062140                 " AGE " DF-AS-AGE " SVC " DF-AS-YEARS
062150                 " REPORTS TO " EM-REPORTS-TO " GRADE " EM-GRADE
062160         when "M"
062170             move MN-DATE-OF-BIRTH to DF-AS-DOB
062180             move MN-HIRE-DATE to DF-AS-HIRE
062190             move MN-AGE to DF-AS-STORED-AGE
062200             move MN-YEARS-WITH-COMPANY to DF-AS-STORED-YEARS
062210             perform 3300-DERIVE-AGE-SERVICE thru 3300-EXIT
062220             display MN-CODE " " MN-NAME " " MN-DEPARTMENT " "
062230                 MN-JOB-TITLE " " MN-SALARY
062240                 " AGE " DF-AS-AGE " SVC " DF-AS-YEARS
062250                 " REPORTS TO " MN-REPORTS-TO " GRADE " MN-GRADE
062260         when "X"
062270             move EX-DATE-OF-BIRTH to DF-AS-DOB
062280             move EX-HIRE-DATE to DF-AS-HIRE
062290             move EX-AGE to DF-AS-STORED-AGE
062300             move EX-YEARS-WITH-COMPANY to DF-AS-STORED-YEARS
062310             perform 3300-DERIVE-AGE-SERVICE thru 3300-EXIT
062320             display EX-CODE " " EX-NAME " " EX-DEPARTMENT " "
062330                 EX-JOB-TITLE " " EX-SALARY
062340                 " AGE " DF-AS-AGE " SVC " DF-AS-YEARS
062350                 " REPORTS TO " EX-REPORTS-TO " GRADE " EX-GRADE
062360         when other
062370             display "UNRECOGNIZED POSITION CODE ON RECORD: "
062380                 EM-POSITION
062390     end-evaluate.
062400 3000-EXIT.
062410     exit.

062420****************************************************************
062430* 3100-READ-NEXT-RECORD - advance STAFFFILE by one record,     *
062440* setting DF-EOF-SWITCH at end of file.  Any other non-zero    *
062450* status is an abend.                                          *
062460****************************************************************
062470 3100-READ-NEXT-RECORD.
062480     read stafffile next record
062490         at end
062500             move "Y" to DF-EOF-SWITCH
062510             go to 3100-EXIT
062520     end-read.
062530     if FILE-STATUS not = "00"
062540         perform 9900-ABEND thru 9900-EXIT
062550     end-if.
062560 3100-EXIT.
062570     exit.

062580****************************************************************
062590* 3110-REOPEN-STAFFFILE-FOR-SCAN - reposition STAFFFILE at the *
062600* start of the file ahead of a full-file report or extract.    *
062610****************************************************************
062620 3110-REOPEN-STAFFFILE-FOR-SCAN.
062630     move "N" to DF-EOF-SWITCH.
062640     close stafffile.
062650     open i-o stafffile.
062660     if FILE-STATUS not = "00"
062670         perform 9900-ABEND thru 9900-EXIT
062680     end-if.
062690 3110-EXIT.
062700     exit.

062710****************************************************************
062720* 3120-READ-RECORD-WITH-LOCK - keyed read of the record whose  *
062730* employee number is in EM-EMP-NUM, taking the record lock     *
062740* ahead of a REWRITE or DELETE.  DF-FOUND-SWITCH says whether  *
062750* the record is there; a lock held by another session sets     *
062760* DF-LOCKED-SWITCH and tells the operator plainly instead of   *
062770* abending on the status.                                      *
062780****************************************************************
062790 3120-READ-RECORD-WITH-LOCK.
062800     move "N" to DF-FOUND-SWITCH.
062810     move "N" to DF-LOCKED-SWITCH.
062820     read stafffile record with lock
062830         invalid key
062840             go to 3120-EXIT
062850     end-read.
062860*>   51 is the standard record-locked status; 99 is the form
062870*>   some runtimes report it under.
062880     if FILE-STATUS = "51" or FILE-STATUS = "99"
062890         move "Y" to DF-LOCKED-SWITCH
062900         display "RECORD IN USE BY ANOTHER OPERATOR - TRY "
062910             "AGAIN IN A MOMENT"
062920         go to 3120-EXIT
062930     end-if.
062940     if FILE-STATUS not = "00"
062950         perform 9900-ABEND thru 9900-EXIT
062960     end-if.
062970     move "Y" to DF-FOUND-SWITCH.
062980 3120-EXIT.
062990     exit.

063000*>   Releases this session's record lock on the paths that end
063010*>   without the REWRITE or DELETE that would release it.
063020 3140-UNLOCK-STAFFFILE.
063030     unlock stafffile.
063040 3140-EXIT.
063050     exit.

063060****************************************************************
063070* 3200-ADVANCE-AND-DISPLAY - print the current record, then    *
063080* save a checkpoint every DF-CHECKPOINT-INTERVAL records and    *
063090* move on to the next one.                                     *
063100****************************************************************
063110 3200-ADVANCE-AND-DISPLAY.
063120     perform 3000-DISPATCH-DISPLAY thru 3000-EXIT.
063130     add 1 to DF-RECORD-COUNTER.
063140     perform 7010-WRITE-CHECKPOINT thru 7010-EXIT.
063150     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
063160 3200-EXIT.
063170     exit.

063180****************************************************************
063190* 3300-DERIVE-AGE-SERVICE - today's age and years of service   *
063200* from the dates in DF-AS-DOB/DF-AS-HIRE: the yyyymmdd         *
063210* difference over 10000 truncates to completed years, so the   *
063220* year only counts once the anniversary has passed.  A zero    *
063230* date was never captured and the stored field stands in.      *
063240****************************************************************
063250 3300-DERIVE-AGE-SERVICE.
063260     accept DF-AS-TODAY from date yyyymmdd.
063270     if DF-AS-DOB = zero or DF-AS-DOB > DF-AS-TODAY
063280         move DF-AS-STORED-AGE to DF-AS-AGE
063290     else
063300         compute DF-AS-AGE =
063310             (DF-AS-TODAY - DF-AS-DOB) / 10000
063320     end-if.
063330     if DF-AS-HIRE = zero or DF-AS-HIRE > DF-AS-TODAY
063340         move DF-AS-STORED-YEARS to DF-AS-YEARS
063350     else
063360         compute DF-AS-YEARS =
063370             (DF-AS-TODAY - DF-AS-HIRE) / 10000
063380     end-if.
063390 3300-EXIT.
063400     exit.

063410****************************************************************
063420* 4000-PAY-REGISTER - one pass of DFDSTAFF computing monthly   *
063430* gross pay per person: a twelfth of the tier's salary field   *
063440* plus the tier's monthly bonuses and allowances - and, once   *
063450* the rates master has been keyed, the deductions and net pay  *
063460* beside it, with a payslip block per person on its own file.  *
063470* One register line per person, then per-department totals and *
063480* grand controls that must balance back to the record count.   *
063490****************************************************************
063500 4000-PAY-REGISTER.
063510     move zero to DF-RECORD-COUNTER.
063520     move zero to DF-DEPT-COUNT.
063530     move zero to DF-REG-HEAD-TOTAL.
063540     move zero to DF-REG-GRAND-GROSS.
063550     move zero to DF-REG-GRAND-TAX.
063560     move zero to DF-REG-GRAND-PENSION.
063570     move zero to DF-REG-GRAND-FIXED.
063580     move zero to DF-REG-GRAND-NET.
063590     move zero to DF-VP-GRAND-ADDED.
063600     move zero to DF-VP-GRAND-RECOVERED.
063610     move zero to DF-VP-GRAND-SHORT.
063620     move zero to DF-VP-PAID.
063630     move zero to DF-VP-UNPAID.

063640*>   A period already in the year-to-date history has been
063650*>   paid - running it again would double everyone's totals,
063660*>   so it goes ahead only as a deliberate rerun, which first
063670*>   takes the period's history back off.  A refusal leaves
063680*>   the last register and payslips untouched.
063690     accept DF-REG-DATE from date yyyymmdd.
063700*>   The register is the first month-end step of the open pay
063710*>   period, and pays that period - so a period reopened to be
063720*>   run again is registered as itself.  The run date names the
063730*>   period the first register ever run opens, and otherwise
063740*>   only lets 7612 refuse a register run after the open
063750*>   period's month is out and before it has been closed.
063760     compute DF-REG-RUN-PERIOD = DF-REG-DATE / 100.
063770     move DF-REG-RUN-PERIOD to DF-YT-PERIOD.
063780     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
063790     if DF-PC-OPEN-PERIOD not = zero
063800         move DF-PC-OPEN-PERIOD to DF-YT-PERIOD
063810     end-if.
063820     move DF-YT-PERIOD to DF-VP-PERIOD.
063830     perform 4052-DERIVE-TAX-YEAR thru 4052-EXIT.
063840     move 1 to DF-PC-STEP.
063850     perform 7610-CHECK-STEP thru 7610-EXIT.
063860     if DF-PC-REFUSED
063870         perform 8600-PAUSE thru 8600-EXIT
063880         go to 4000-EXIT
063890     end-if.
063900*>   Bank detail changes since the last run are reported first.
063910*>   Then everyone the register is about to pay must have an
063920*>   account in force today - anyone without one stops the run
063930*>   before a line is written or a period taken back off.
063940     perform 7320-CHANGED-DETAILS-REPORT thru 7320-EXIT.
063950     perform 7330-CHECK-BANK-COVERAGE thru 7330-EXIT.
063960     if DF-BA-STOPPED
063970         if DF-BATCH-MODE
063980             move 8 to DF-RUN-RC
063990         end-if
064000         perform 8600-PAUSE thru 8600-EXIT
064010         go to 4000-EXIT
064020     end-if.
064030     perform 4050-CHECK-REGISTER-PERIOD thru 4050-EXIT.
064040     if DF-PERIOD-REFUSED
064050         if DF-BATCH-MODE
064060             move 8 to DF-RUN-RC
064070         end-if
064080         perform 8600-PAUSE thru 8600-EXIT
064090         go to 4000-EXIT
064100     end-if.

064110     open output payregfile.
064120     if DF-PAYREG-STATUS not = "00"
064130         perform 9900-ABEND thru 9900-EXIT
064140     end-if.

064150     open output payslipfile.
064160     if DF-PAYSLIP-STATUS not = "00"
064170         perform 9900-ABEND thru 9900-EXIT
064180     end-if.
064190     perform 7340-OPEN-BANK-PAYMENTS thru 7340-EXIT.

064200     move spaces to PAYREG-LINE.
064210     string "MONTHLY PAY REGISTER RUN DATE " DF-REG-DATE
064220         "  PERIOD " DF-YT-PERIOD
064230         delimited by size into PAYREG-LINE.
064240     if DF-PERIOD-RERUN
064250         move "RERUN" to PAYREG-LINE(60:5)
064260     end-if.
064270     write PAYREG-LINE.
064280     if DF-PAYREG-STATUS not = "00"
064290         perform 9900-ABEND thru 9900-EXIT
064300     end-if.
064310     move spaces to PAYREG-LINE.
064320     string "CODE     SURNAME                    DEPT  "
064330         "    MONTHLY GROSS          MONTHLY NET"
064340         delimited by size into PAYREG-LINE.
064350     write PAYREG-LINE.
064360     if DF-PAYREG-STATUS not = "00"
064370         perform 9900-ABEND thru 9900-EXIT
064380     end-if.

064390     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
064400     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
064410     perform 4010-REGISTER-ONE-PERSON thru 4010-EXIT
064420         until DF-END-OF-FILE.
064430*>   Every element loaded for the period should have been
064440*>   paid to someone on the register - any left over belong to
064450*>   people who have gone since the load.
064460     perform 7165-COUNT-PERIOD-ELEMENTS thru 7165-EXIT.
064470*>   The bank credits must prove back to the register's net
064480*>   control total; a payment file that does not is withdrawn
064490*>   and the register step is left incomplete for the period.
064500     perform 7345-CLOSE-BANK-PAYMENTS thru 7345-EXIT.

064510     perform 4030-WRITE-REGISTER-TOTALS thru 4030-EXIT.
064520     perform 7348-WRITE-BANK-CONTROL thru 7348-EXIT.
064530     perform 4058-WRITE-YTD-CONTROL thru 4058-EXIT.
064540*>   The GL postings are their own month-end step now, written
064550*>   from the period's pay history once the vendor return has
064560*>   been reconciled (7650).
064570     if not DF-BA-OUT-OF-PROOF
064580         move 1 to DF-PC-STEP
064590         perform 7615-RECORD-STEP thru 7615-EXIT
064600     end-if.
064610     close payregfile.
064620     close payslipfile.
064630     display "PAY REGISTER WRITTEN TO " DF-PAYREG-PATH.
064640     display "PAYSLIPS WRITTEN TO " DF-PAYSLIP-PATH.
064650     if DF-BA-OUT-OF-PROOF
064660         display "*** BANK PAYMENTS DO NOT AGREE WITH THE NET "
064670             "CONTROL TOTAL - PAYMENT FILE WITHDRAWN AND THE "
064680             "REGISTER STEP NOT COMPLETE ***"
064690         if DF-BATCH-MODE
064700             move 8 to DF-RUN-RC
064710         end-if
064720     else
064730         display "BANK PAYMENT FILE WRITTEN TO " DF-BANKPAY-PATH
064740         display "GL POSTINGS FOLLOW ONCE THE RECONCILIATION IS "
064750             "PROVED (OPTION Z)"
064760     end-if.
064770     if not DF-RATES-LOADED
064780         display "RATES MASTER IS EMPTY - REGISTER AND "
064790             "PAYSLIPS SHOW GROSS ONLY"
064800     end-if.
064810     if DF-VP-UNPAID not = zero
064820         display "VARIABLE PAY ELEMENTS LOADED BUT NOT PAID: "
064830             DF-VP-UNPAID
064840     end-if.
064850     perform 8600-PAUSE thru 8600-EXIT.
064860 4000-EXIT.
064870     exit.

064880 4010-REGISTER-ONE-PERSON.
064890     move spaces to DF-REG-WORK.
064900     evaluate EM-POSITION
064910         when "E"
064920             move EM-CODE to DF-REG-CODE
064930             move EM-SURNAME to DF-REG-SURNAME
064940             move EM-DEPARTMENT to DF-REG-DEPT
064950             move EM-DEPARTMENT to DF-LOOKUP-DEPT
064960         when "M"
064970             move MN-CODE to DF-REG-CODE
064980             move MN-SURNAME to DF-REG-SURNAME
064990             move MN-DEPARTMENT to DF-REG-DEPT
065000             move MN-DEPARTMENT to DF-LOOKUP-DEPT
065010         when "X"
065020             move EX-CODE to DF-REG-CODE
065030             move EX-SURNAME to DF-REG-SURNAME
065040             move EX-DEPARTMENT to DF-REG-DEPT
065050             move EX-DEPARTMENT to DF-LOOKUP-DEPT
065060         when other
065070             display "UNRECOGNIZED POSITION CODE - RECORD "
065080                 "SKIPPED FROM PAY REGISTER: " EM-POSITION
065090             perform 3100-READ-NEXT-RECORD thru 3100-EXIT
065100             go to 4010-EXIT
065110     end-evaluate.

065120     perform 4015-MONTHLY-GROSS thru 4015-EXIT.
065130     perform 7150-ADD-VARIABLE-PAY thru 7150-EXIT.
065140     perform 4020-COMPUTE-DEDUCTIONS thru 4020-EXIT.

065150     add 1 to DF-RECORD-COUNTER.
065160     add DF-PAY-GROSS to DF-REG-GRAND-GROSS.
065170     add DF-PAY-TAX to DF-REG-GRAND-TAX.
065180     add DF-PAY-PENSION to DF-REG-GRAND-PENSION.
065190     add DF-PAY-FIXED to DF-REG-GRAND-FIXED.
065200     add DF-PAY-NET to DF-REG-GRAND-NET.
065210     perform 7342-WRITE-BANK-CREDIT thru 7342-EXIT.
065220     perform 2420-FIND-OR-ADD-DEPT thru 2420-EXIT.
065230     if DF-DFIDX not = zero
065240         add 1 to DF-DEPT-EMP-COUNT(DF-DFIDX)
065250         add DF-PAY-GROSS to DF-DEPT-SALARY-TOTAL(DF-DFIDX)
065260         add DF-PAY-NET to DF-DEPT-NET-TOTAL(DF-DFIDX)
065270     end-if.

065280     move DF-PAY-GROSS to DF-REG-GROSS.
065290     move DF-PAY-NET to DF-REG-NET.
065300     move DF-REG-WORK to PAYREG-LINE.
065310     write PAYREG-LINE.
065320     if DF-PAYREG-STATUS not = "00"
065330         perform 9900-ABEND thru 9900-EXIT
065340     end-if.
065350     perform 4055-UPDATE-YTD thru 4055-EXIT.
065360     perform 4025-WRITE-PAYSLIP thru 4025-EXIT.
065370     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
065380 4010-EXIT.
065390     exit.

065400****************************************************************
065410* 4015-MONTHLY-GROSS - the register's twelfths rule for the    *
065420* tier in the record area: a twelfth of the annual salary      *
065430* plus the tier's monthly bonuses and allowances.  Shared by   *
065440* the register and the reconciliation's gross/net proof.       *
065450****************************************************************
065460 4015-MONTHLY-GROSS.
065470     move zero to DF-PAY-GROSS.
065480     evaluate EM-POSITION
065490         when "E"
065500             divide EM-SALARY by 12
065510                 giving DF-PAY-GROSS rounded
065520             add SLEEPING-ALLOWANCE to DF-PAY-GROSS
065530         when "M"
065540             divide MN-SALARY by 12
065550                 giving DF-PAY-GROSS rounded
065560             add MN-BONUS to DF-PAY-GROSS
065570         when "X"
065580             divide EX-SALARY by 12
065590                 giving DF-PAY-GROSS rounded
065600             add EX-BONUS to DF-PAY-GROSS
065610             add EX-GOLF-ALLOWANCE to DF-PAY-GROSS
065620     end-evaluate.
065630 4015-EXIT.
065640     exit.

065650****************************************************************
065660* 4020-COMPUTE-DEDUCTIONS - tax, pension and fixed deductions  *
065670* off the rates master for the person in the record area, and  *
065680* the net they leave.  While the rates master is still empty   *
065690* the register stays gross-only, the way it always was, so     *
065700* sites carry on until the rates have been keyed in.           *
065710****************************************************************
065720 4020-COMPUTE-DEDUCTIONS.
065730     move zero to DF-PAY-TAX.
065740     move zero to DF-PAY-PENSION.
065750     move zero to DF-PAY-FIXED.
065760     if not DF-RATES-LOADED
065770         move DF-PAY-GROSS to DF-PAY-NET
065780         go to 4020-EXIT
065790     end-if.

065800     perform 4021-FIND-TAX-PCT thru 4021-EXIT.
065810     compute DF-PAY-TAX rounded = DF-PAY-GROSS
065820         * DF-RT-BEST-PCT / 100.

065830     move "P" to RA-TYPE.
065840     move spaces to RA-KEY-VALUE.
065850     move EM-POSITION to RA-KEY-VALUE(1:1).
065860     read ratefile record
065870         invalid key
065880             continue
065890     end-read.
065900     if DF-RATES-STATUS = "00"
065910         compute DF-PAY-PENSION rounded = DF-PAY-GROSS
065920             * RA-PERCENT / 100
065930     else
065940         if DF-RATES-STATUS not = "23"
065950             perform 9900-ABEND thru 9900-EXIT
065960         end-if
065970     end-if.

065980     move "F" to RA-TYPE.
065990     move EM-EMP-NUM to RA-KEY-VALUE.
066000     read ratefile record
066010         invalid key
066020             continue
066030     end-read.
066040     if DF-RATES-STATUS = "00"
066050         move RA-AMOUNT to DF-PAY-FIXED
066060     else
066070         if DF-RATES-STATUS not = "23"
066080             perform 9900-ABEND thru 9900-EXIT
066090         end-if
066100     end-if.

066110     compute DF-PAY-NET = DF-PAY-GROSS - DF-PAY-TAX
066120         - DF-PAY-PENSION - DF-PAY-FIXED.
066130*>   Deductions past the gross would post a negative net -
066140*>   floor it at zero and say so, for payroll to sort out.
066150     if DF-PAY-NET < zero
066160         display "DEDUCTIONS EXCEED GROSS - NET FLOORED AT "
066170             "ZERO FOR " EM-CODE
066180         move zero to DF-PAY-NET
066190     end-if.
066200 4020-EXIT.
066210     exit.

066220*>   The tax band that applies: the last band - keyed with
066230*>   floors ascending by band number - whose floor the monthly
066240*>   gross reaches.  No bands on file means no tax.
066250 4021-FIND-TAX-PCT.
066260     move zero to DF-RT-BEST-PCT.
066270     move "T" to RA-TYPE.
066280     move low-values to RA-KEY-VALUE.
066290     start ratefile key is not less than RA-KEY
066300         invalid key
066310             go to 4021-EXIT
066320     end-start.
066330     move "N" to DF-RATE-EOF-SWITCH.
066340     perform 4022-CHECK-ONE-BAND thru 4022-EXIT
066350         until DF-RATE-END-OF-FILE.
066360 4021-EXIT.
066370     exit.

066380 4022-CHECK-ONE-BAND.
066390     read ratefile next record
066400         at end
066410             move "Y" to DF-RATE-EOF-SWITCH
066420             go to 4022-EXIT
066430     end-read.
066440     if DF-RATES-STATUS not = "00"
066450         perform 9900-ABEND thru 9900-EXIT
066460     end-if.
066470*>   The key runs T records together - the first record of
066480*>   another type means the bands are done.
066490     if not RA-TAX-BAND
066500         move "Y" to DF-RATE-EOF-SWITCH
066510         go to 4022-EXIT
066520     end-if.
066530     if RA-BAND-FLOOR not > DF-PAY-GROSS
066540         move RA-PERCENT to DF-RT-BEST-PCT
066550     end-if.
066560 4022-EXIT.
066570     exit.

066580****************************************************************
066590* 4025-WRITE-PAYSLIP - one payslip block for the person just   *
066600* registered, from the same figures the register line carries, *
066610* with the tax year's running totals from 4055 beside them.    *
066620****************************************************************
066630 4025-WRITE-PAYSLIP.
066640     move spaces to PAYSLIP-LINE.
066650     string "PAYSLIP  PERIOD " DF-YT-PERIOD
066660         "  RUN DATE " DF-REG-DATE
066670         "  CODE " DF-REG-CODE "  " DF-REG-SURNAME
066680         delimited by size into PAYSLIP-LINE.
066690     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
066700     move spaces to PAYSLIP-LINE.
066710     string "  DEPARTMENT         " DF-REG-DEPT
066720         delimited by size into PAYSLIP-LINE.
066730     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
066740     move spaces to PAYSLIP-LINE.
066750     string "                     " "         THIS MONTH"
066760         "         YEAR TO DATE"
066770         delimited by size into PAYSLIP-LINE.
066780     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
066790     if DF-VP-SLIP-COUNT not = zero
066800         perform 7160-WRITE-PAYSLIP-ELEMENTS thru 7160-EXIT
066810     end-if.
066820     move DF-PAY-GROSS to DF-PS-MONEY-EDIT.
066830     move DF-YTD-GROSS to DF-PS-YTD-EDIT.
066840     move spaces to PAYSLIP-LINE.
066850     string "  GROSS PAY          " DF-PS-MONEY-EDIT
066860         "  " DF-PS-YTD-EDIT
066870         delimited by size into PAYSLIP-LINE.
066880     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
066890     move DF-PAY-TAX to DF-PS-MONEY-EDIT.
066900     move DF-YTD-TAX to DF-PS-YTD-EDIT.
066910     move spaces to PAYSLIP-LINE.
066920     string "  TAX                " DF-PS-MONEY-EDIT
066930         "  " DF-PS-YTD-EDIT
066940         delimited by size into PAYSLIP-LINE.
066950     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
066960     move DF-PAY-PENSION to DF-PS-MONEY-EDIT.
066970     move DF-YTD-PENSION to DF-PS-YTD-EDIT.
066980     move spaces to PAYSLIP-LINE.
066990     string "  PENSION            " DF-PS-MONEY-EDIT
067000         "  " DF-PS-YTD-EDIT
067010         delimited by size into PAYSLIP-LINE.
067020     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
067030     move DF-PAY-FIXED to DF-PS-MONEY-EDIT.
067040     move DF-YTD-FIXED to DF-PS-YTD-EDIT.
067050     move spaces to PAYSLIP-LINE.
067060     string "  FIXED DEDUCTIONS   " DF-PS-MONEY-EDIT
067070         "  " DF-PS-YTD-EDIT
067080         delimited by size into PAYSLIP-LINE.
067090     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
067100     move DF-PAY-NET to DF-PS-MONEY-EDIT.
067110     move DF-YTD-NET to DF-PS-YTD-EDIT.
067120     move spaces to PAYSLIP-LINE.
067130     string "  NET PAY            " DF-PS-MONEY-EDIT
067140         "  " DF-PS-YTD-EDIT
067150         delimited by size into PAYSLIP-LINE.
067160     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
067170     move all "-" to PAYSLIP-LINE.
067180     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
067190 4025-EXIT.
067200     exit.

067210 4026-WRITE-PAYSLIP-LINE.
067220     write PAYSLIP-LINE.
067230     if DF-PAYSLIP-STATUS not = "00"
067240         perform 9900-ABEND thru 9900-EXIT
067250     end-if.
067260 4026-EXIT.
067270     exit.

067280****************************************************************
067290* 4030-WRITE-REGISTER-TOTALS - per-department monthly gross    *
067300* and net totals, then the grand controls and the deduction    *
067310* totals.  The department headcounts are added back together   *
067320* and proved against the record count so payroll can see the   *
067330* register is complete.                                        *
067340****************************************************************
067350 4030-WRITE-REGISTER-TOTALS.
067360     move spaces to PAYREG-LINE.
067370     string "DEPT     HEADCOUNT     MONTHLY GROSS TOTAL"
067380         "    MONTHLY NET TOTAL"
067390         delimited by size into PAYREG-LINE.
067400     write PAYREG-LINE.
067410     if DF-PAYREG-STATUS not = "00"
067420         perform 9900-ABEND thru 9900-EXIT
067430     end-if.
067440     perform 4031-WRITE-ONE-DEPT-TOTAL thru 4031-EXIT
067450         varying DF-SUB from 1 by 1
067460         until DF-SUB > DF-DEPT-COUNT.

067470     move spaces to DF-REG-TOTAL-WORK.
067480     move DF-RECORD-COUNTER to DF-REG-TOT-COUNT.
067490     move spaces to PAYREG-LINE.
067500     string "PERSONS ON REGISTER " DF-REG-TOT-COUNT
067510         delimited by size into PAYREG-LINE.
067520     write PAYREG-LINE.
067530     if DF-PAYREG-STATUS not = "00"
067540         perform 9900-ABEND thru 9900-EXIT
067550     end-if.

067560     move spaces to DF-REG-TOTAL-WORK.
067570     move "ALL " to DF-REG-TOT-DEPT.
067580     move DF-REG-HEAD-TOTAL to DF-REG-TOT-COUNT.
067590     move DF-REG-GRAND-GROSS to DF-REG-TOT-GROSS.
067600     move DF-REG-GRAND-NET to DF-REG-TOT-NET.
067610     move DF-REG-TOTAL-WORK to PAYREG-LINE.
067620     write PAYREG-LINE.
067630     if DF-PAYREG-STATUS not = "00"
067640         perform 9900-ABEND thru 9900-EXIT
067650     end-if.

067660     perform 7168-WRITE-VARPAY-TOTALS thru 7168-EXIT.
067670     move DF-REG-GRAND-TAX to DF-PS-MONEY-EDIT.
067680     move spaces to PAYREG-LINE.
067690     string "TOTAL TAX              " DF-PS-MONEY-EDIT
067700         delimited by size into PAYREG-LINE.
067710     write PAYREG-LINE.
067720     if DF-PAYREG-STATUS not = "00"
067730         perform 9900-ABEND thru 9900-EXIT
067740     end-if.
067750     move DF-REG-GRAND-PENSION to DF-PS-MONEY-EDIT.
067760     move spaces to PAYREG-LINE.
067770     string "TOTAL PENSION          " DF-PS-MONEY-EDIT
067780         delimited by size into PAYREG-LINE.
067790     write PAYREG-LINE.
067800     if DF-PAYREG-STATUS not = "00"
067810         perform 9900-ABEND thru 9900-EXIT
067820     end-if.
067830     move DF-REG-GRAND-FIXED to DF-PS-MONEY-EDIT.
067840     move spaces to PAYREG-LINE.
067850     string "TOTAL FIXED DEDUCTIONS " DF-PS-MONEY-EDIT
067860         delimited by size into PAYREG-LINE.
067870     write PAYREG-LINE.
067880     if DF-PAYREG-STATUS not = "00"
067890         perform 9900-ABEND thru 9900-EXIT
067900     end-if.
067910     move DF-REG-GRAND-NET to DF-PS-MONEY-EDIT.
067920     move spaces to PAYREG-LINE.
067930     string "TOTAL NET PAY          " DF-PS-MONEY-EDIT
067940         delimited by size into PAYREG-LINE.
067950     write PAYREG-LINE.
067960     if DF-PAYREG-STATUS not = "00"
067970         perform 9900-ABEND thru 9900-EXIT
067980     end-if.

067990     if DF-REG-HEAD-TOTAL = DF-RECORD-COUNTER
068000         move "CONTROL TOTALS BALANCE TO THE RECORD COUNT"
068010             to PAYREG-LINE
068020     else
068030         move "*** CONTROL TOTALS OUT OF BALANCE ***"
068040             to PAYREG-LINE
068050     end-if.
068060     write PAYREG-LINE.
068070     if DF-PAYREG-STATUS not = "00"
068080         perform 9900-ABEND thru 9900-EXIT
068090     end-if.
068100 4030-EXIT.
068110     exit.

068120 4031-WRITE-ONE-DEPT-TOTAL.
068130     move spaces to DF-REG-TOTAL-WORK.
068140     move DF-DEPT-CODE(DF-SUB) to DF-REG-TOT-DEPT.
068150     move DF-DEPT-EMP-COUNT(DF-SUB) to DF-REG-TOT-COUNT.
068160     move DF-DEPT-SALARY-TOTAL(DF-SUB) to DF-REG-TOT-GROSS.
068170     move DF-DEPT-NET-TOTAL(DF-SUB) to DF-REG-TOT-NET.
068180     add DF-DEPT-EMP-COUNT(DF-SUB) to DF-REG-HEAD-TOTAL.
068190     move DF-REG-TOTAL-WORK to PAYREG-LINE.
068200     write PAYREG-LINE.
068210     if DF-PAYREG-STATUS not = "00"
068220         perform 9900-ABEND thru 9900-EXIT
068230     end-if.
068240 4031-EXIT.
068250     exit.

068260****************************************************************
068270* 4040-WRITE-GL-POSTINGS - the general-ledger posting batch    *
068280* built from the department accumulators 7650 sums from the    *
068290* period's pay history: a batch header, one debit line per     *
068300* department cost centre for that department's monthly gross,  *
068310* one balancing credit to the payroll control account, and a   *
068320* trailer carrying the line count and the hash total finance's *
068330* loader verifies.  A staff department with no cost centre on  *
068340* the master stops the run hard - an unpostable batch must     *
068350* never reach the loader - the same way a failed reload proof  *
068360* does.                                                        *
068370****************************************************************
068380 4040-WRITE-GL-POSTINGS.
068390*>   A site still running on the approved-department literal
068400*>   has no cost centres anywhere, so there is no batch to
068410*>   build - the register itself must keep running, as it
068420*>   always did.  The hard stop below is for the case that
068430*>   matters: a master exists but a staff department or its
068440*>   cost centre is missing from it.
068450     if not DF-DEPT-MASTER-LOADED
068460         display "DEPARTMENT MASTER IS EMPTY - NO COST "
068470             "CENTRES - GL POSTING FILE NOT WRITTEN"
068480         go to 4040-EXIT
068490     end-if.
068500     move zero to DF-GL-HASH.
068510     move zero to DF-GL-CREDIT.
068520     move zero to DF-GL-LINES.

068530     open output glfile.
068540     if DF-GL-STATUS not = "00"
068550         perform 9900-ABEND thru 9900-EXIT
068560     end-if.

068570     move spaces to DF-GL-WORK.
068580     move "H" to DF-GL-REC-TYPE.
068590     move zero to DF-GL-AMOUNT.
068600     move DF-REG-DATE to DF-GL-DATE.
068610     move "PAY REGISTER GROSS POSTINGS" to DF-GL-NARRATIVE.
068620     perform 4045-WRITE-GL-LINE thru 4045-EXIT.

068630     perform 4041-POST-ONE-DEPT thru 4041-EXIT
068640         varying DF-SUB from 1 by 1
068650         until DF-SUB > DF-DEPT-COUNT.

068660     move spaces to DF-GL-WORK.
068670     move "C" to DF-GL-REC-TYPE.
068680     move "PAYCTL" to DF-GL-COST-CENTRE.
068690     move "CR" to DF-GL-DRCR.
068700     move DF-GL-CREDIT to DF-GL-AMOUNT.
068710     move DF-REG-DATE to DF-GL-DATE.
068720     move "PAYROLL CONTROL - BALANCING" to DF-GL-NARRATIVE.
068730     add DF-GL-CREDIT to DF-GL-HASH.
068740     perform 4045-WRITE-GL-LINE thru 4045-EXIT.

068750     move spaces to DF-GL-WORK.
068760     move "T" to DF-GL-REC-TYPE.
068770     move DF-GL-HASH to DF-GL-AMOUNT.
068780     move DF-REG-DATE to DF-GL-DATE.
068790*>   The trailer's line count includes the trailer itself.
068800     add 1 to DF-GL-LINES.
068810     move DF-GL-LINES to DF-GL-LINE-EDIT.
068820     string "LINES " DF-GL-LINE-EDIT
068830         delimited by size into DF-GL-NARRATIVE.
068840     perform 4045-WRITE-GL-LINE thru 4045-EXIT.
068850     close glfile.
068860 4040-EXIT.
068870     exit.

068880 4041-POST-ONE-DEPT.
068890     move DF-DEPT-CODE(DF-SUB) to DP-CODE.
068900     read deptfile record
068910         invalid key
068920             display "*** DEPARTMENT " DP-CODE " IS NOT ON "
068930                 "THE DEPARTMENT MASTER - GL POSTING STOPPED "
068940                 "***"
068950             move 8 to return-code
068960             stop run
068970     end-read.
068980     if DF-DEPTM-STATUS not = "00"
068990         perform 9900-ABEND thru 9900-EXIT
069000     end-if.
069010     if DP-COST-CENTRE = spaces
069020         display "*** DEPARTMENT " DP-CODE " HAS NO COST "
069030             "CENTRE ON THE MASTER - GL POSTING STOPPED ***"
069040         move 8 to return-code
069050         stop run
069060     end-if.

069070     move spaces to DF-GL-WORK.
069080     move "D" to DF-GL-REC-TYPE.
069090     move DP-COST-CENTRE to DF-GL-COST-CENTRE.
069100     move "DR" to DF-GL-DRCR.
069110     move DF-DEPT-SALARY-TOTAL(DF-SUB) to DF-GL-AMOUNT.
069120     move DF-REG-DATE to DF-GL-DATE.
069130     move spaces to DF-GL-NARRATIVE.
069140     string "GROSS PAY " DF-DEPT-CODE(DF-SUB)
069150         delimited by size into DF-GL-NARRATIVE.
069160     add DF-DEPT-SALARY-TOTAL(DF-SUB) to DF-GL-HASH.
069170     add DF-DEPT-SALARY-TOTAL(DF-SUB) to DF-GL-CREDIT.
069180     perform 4045-WRITE-GL-LINE thru 4045-EXIT.
069190 4041-EXIT.
069200     exit.

069210 4045-WRITE-GL-LINE.
069220     move spaces to GL-LINE.
069230     move DF-GL-WORK to GL-LINE.
069240     write GL-LINE.
069250     if DF-GL-STATUS not = "00"
069260         perform 9900-ABEND thru 9900-EXIT
069270     end-if.
069280     add 1 to DF-GL-LINES.
069290 4045-EXIT.
069300     exit.

069310****************************************************************
069320* 4050-CHECK-REGISTER-PERIOD - refuse a register for a period  *
069330* the year-to-date history already holds, unless the operator  *
069340* (or DFRERUN=Y on an unattended run) asks for a deliberate    *
069350* rerun, and refuse outright a period behind one already       *
069360* registered, whose totals the later period has built on.  A   *
069370* period is on file once its control record is - 4058 writes   *
069380* that last, after every person's history.                     *
069390****************************************************************
069400 4050-CHECK-REGISTER-PERIOD.
069410     move "N" to DF-PERIOD-REFUSED-SWITCH.
069420     move "N" to DF-PERIOD-RERUN-SWITCH.

069430*>   Control records sort ahead of everyone's history, in
069440*>   period order - the first record past this period's
069450*>   control key is a later period's control, if there is one.
069460     move zero to YT-EMP-NUM.
069470     move DF-YT-PERIOD to YT-PERIOD.
069480     start ytdfile key is greater than YT-KEY
069490         invalid key
069500             continue
069510     end-start.
069520     if DF-YTD-STATUS = "00"
069530         read ytdfile next record
069540             at end
069550                 continue
069560         end-read
069570         if DF-YTD-STATUS = "00" and YT-EMP-NUM = zero
069580             display "PAY PERIOD " YT-PERIOD " IS ALREADY "
069590                 "REGISTERED - PERIOD " DF-YT-PERIOD
069600                 " CANNOT BE RUN BEHIND IT"
069610             move "Y" to DF-PERIOD-REFUSED-SWITCH
069620             go to 4050-EXIT
069630         end-if
069640     end-if.

069650     move zero to YT-EMP-NUM.
069660     move DF-YT-PERIOD to YT-PERIOD.
069670     read ytdfile record
069680         invalid key
069690             go to 4050-EXIT
069700     end-read.
069710     if DF-YTD-STATUS not = "00"
069720         perform 9900-ABEND thru 9900-EXIT
069730     end-if.

069740     display "PAY PERIOD " DF-YT-PERIOD " HAS ALREADY BEEN "
069750         "REGISTERED ON " YT-RUN-DATE.
069760     if DF-BATCH-MODE
069770         if DF-YT-RERUN-REQUEST = "Y"
069780             move "Y" to DF-PERIOD-RERUN-SWITCH
069790         else
069800             display "SET DFRERUN=Y TO RERUN IT DELIBERATELY"
069810             move "Y" to DF-PERIOD-REFUSED-SWITCH
069820             go to 4050-EXIT
069830         end-if
069840     else
069850         display "RERUN IT, REPLACING THE PERIOD'S PAY HISTORY? "
069860             "(Y/N): " with no advancing
069870         accept DF-CONFIRM
069880         if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
069890             display "PAY REGISTER NOT RUN"
069900             move "Y" to DF-PERIOD-REFUSED-SWITCH
069910             go to 4050-EXIT
069920         end-if
069930         move "Y" to DF-PERIOD-RERUN-SWITCH
069940     end-if.

069950*>   A rerun goes on the audit log - whoever asked for it, and
069960*>   which period.
069970     perform 4051-CLEAR-PERIOD-HISTORY thru 4051-EXIT.
069980     move "PAYRERUN" to DF-AUDIT-ACTION.
069990     move spaces to DF-SEC-TARGET-CODE.
070000     string "R" DF-YT-PERIOD delimited by size
070010         into DF-SEC-TARGET-CODE.
070020     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
070030     display "PERIOD " DF-YT-PERIOD " HISTORY CLEARED FOR RERUN".
070040 4050-EXIT.
070050     exit.

070060*>   Take every record for the period being rerun off the
070070*>   history - the people paid last time may not all be paid
070080*>   this time.
070090 4051-CLEAR-PERIOD-HISTORY.
070100     move low-values to YT-KEY.
070110     move "N" to DF-YT-EOF-SWITCH.
070120     start ytdfile key is not less than YT-KEY
070130         invalid key
070140             move "Y" to DF-YT-EOF-SWITCH
070150     end-start.
070160     perform 4053-CLEAR-ONE-RECORD thru 4053-EXIT
070170         until DF-YT-END-OF-FILE.
070180 4051-EXIT.
070190     exit.

070200*>   The tax year the period in DF-YT-PERIOD falls in.
070210 4052-DERIVE-TAX-YEAR.
070220     if DF-YT-PERIOD-MONTH < DF-YT-START-MONTH
070230         compute DF-YT-TAX-YEAR = DF-YT-PERIOD-YEAR - 1
070240     else
070250         move DF-YT-PERIOD-YEAR to DF-YT-TAX-YEAR
070260     end-if.
070270 4052-EXIT.
070280     exit.

070290 4053-CLEAR-ONE-RECORD.
070300     read ytdfile next record
070310         at end
070320             move "Y" to DF-YT-EOF-SWITCH
070330             go to 4053-EXIT
070340     end-read.
070350     if DF-YTD-STATUS not = "00"
070360         perform 9900-ABEND thru 9900-EXIT
070370     end-if.
070380     if YT-PERIOD not = DF-YT-PERIOD
070390         go to 4053-EXIT
070400     end-if.
070410     delete ytdfile record
070420         invalid key
070430             perform 9900-ABEND thru 9900-EXIT
070440     end-delete.
070450 4053-EXIT.
070460     exit.

070470****************************************************************
070480* 4055-UPDATE-YTD - file the person just registered in the     *
070490* year-to-date history: the period's figures, and the running  *
070500* totals carried on from their latest earlier period in the    *
070510* same tax year.  Leaves the running totals in DF-YTD for the  *
070520* payslip.                                                     *
070530****************************************************************
070540 4055-UPDATE-YTD.
070550     move zero to DF-YTD-GROSS.
070560     move zero to DF-YTD-TAX.
070570     move zero to DF-YTD-PENSION.
070580     move zero to DF-YTD-FIXED.
070590     move zero to DF-YTD-NET.
070600     move EM-EMP-NUM to YT-EMP-NUM.
070610     move zero to YT-PERIOD.
070620     move "N" to DF-YT-EOF-SWITCH.
070630     start ytdfile key is not less than YT-KEY
070640         invalid key
070650             move "Y" to DF-YT-EOF-SWITCH
070660     end-start.
070670     perform 4056-FIND-PRIOR-YTD thru 4056-EXIT
070680         until DF-YT-END-OF-FILE.

070690     add DF-PAY-GROSS to DF-YTD-GROSS.
070700     add DF-PAY-TAX to DF-YTD-TAX.
070710     add DF-PAY-PENSION to DF-YTD-PENSION.
070720     add DF-PAY-FIXED to DF-YTD-FIXED.
070730     add DF-PAY-NET to DF-YTD-NET.

070740     move EM-EMP-NUM to YT-EMP-NUM.
070750     move DF-YT-PERIOD to YT-PERIOD.
070760     move DF-YT-TAX-YEAR to YT-TAX-YEAR.
070770     move DF-REG-CODE to YT-EMP-CODE.
070780     move DF-REG-SURNAME to YT-SURNAME.
070790     move DF-REG-DEPT to YT-DEPARTMENT.
070800     move DF-REG-DATE to YT-RUN-DATE.
070810     move 1 to YT-PERSONS.
070820     move DF-PAY-GROSS to YT-GROSS.
070830     move DF-PAY-TAX to YT-TAX.
070840     move DF-PAY-PENSION to YT-PENSION.
070850     move DF-PAY-FIXED to YT-FIXED.
070860     move DF-PAY-NET to YT-NET.
070870     move DF-YTD-GROSS to YT-YTD-GROSS.
070880     move DF-YTD-TAX to YT-YTD-TAX.
070890     move DF-YTD-PENSION to YT-YTD-PENSION.
070900     move DF-YTD-FIXED to YT-YTD-FIXED.
070910     move DF-YTD-NET to YT-YTD-NET.
070920*>   A record already there for the period is what an earlier
070930*>   run of it left before it failed short of its control
070940*>   record - this run's figures replace it.
070950     write YTD-REC
070960         invalid key
070970             rewrite YTD-REC
070980                 invalid key
070990                     perform 9900-ABEND thru 9900-EXIT
071000             end-rewrite
071010     end-write.
071020     if DF-YTD-STATUS not = "00"
071030         perform 9900-ABEND thru 9900-EXIT
071040     end-if.
071050 4055-EXIT.
071060     exit.

071070*>   The key runs the person's periods together in ascending
071080*>   order: the last one before this period is the one whose
071090*>   running totals carry on - unless it belongs to an
071100*>   earlier tax year, when the year starts again from zero.
071110 4056-FIND-PRIOR-YTD.
071120     read ytdfile next record
071130         at end
071140             move "Y" to DF-YT-EOF-SWITCH
071150             go to 4056-EXIT
071160     end-read.
071170     if DF-YTD-STATUS not = "00"
071180         perform 9900-ABEND thru 9900-EXIT
071190     end-if.
071200     if YT-EMP-NUM not = EM-EMP-NUM
071210             or YT-PERIOD not < DF-YT-PERIOD
071220         move "Y" to DF-YT-EOF-SWITCH
071230         go to 4056-EXIT
071240     end-if.
071250     if YT-TAX-YEAR = DF-YT-TAX-YEAR
071260         move YT-YTD-GROSS to DF-YTD-GROSS
071270         move YT-YTD-TAX to DF-YTD-TAX
071280         move YT-YTD-PENSION to DF-YTD-PENSION
071290         move YT-YTD-FIXED to DF-YTD-FIXED
071300         move YT-YTD-NET to DF-YTD-NET
071310     else
071320         move zero to DF-YTD-GROSS
071330         move zero to DF-YTD-TAX
071340         move zero to DF-YTD-PENSION
071350         move zero to DF-YTD-FIXED
071360         move zero to DF-YTD-NET
071370     end-if.
071380 4056-EXIT.
071390     exit.

071400****************************************************************
071410* 4058-WRITE-YTD-CONTROL - file the register's grand totals    *
071420* and headcount as the period's control record, employee       *
071430* number zero.  Written last, so a period only counts as       *
071440* registered once every person's history is on file.           *
071450****************************************************************
071460 4058-WRITE-YTD-CONTROL.
071470     move zero to YT-EMP-NUM.
071480     move DF-YT-PERIOD to YT-PERIOD.
071490     move DF-YT-TAX-YEAR to YT-TAX-YEAR.
071500     move "CONTROL" to YT-EMP-CODE.
071510     move "REGISTER CONTROL TOTALS" to YT-SURNAME.
071520     move spaces to YT-DEPARTMENT.
071530     move DF-REG-DATE to YT-RUN-DATE.
071540     move DF-RECORD-COUNTER to YT-PERSONS.
071550     move DF-REG-GRAND-GROSS to YT-GROSS.
071560     move DF-REG-GRAND-TAX to YT-TAX.
071570     move DF-REG-GRAND-PENSION to YT-PENSION.
071580     move DF-REG-GRAND-FIXED to YT-FIXED.
071590     move DF-REG-GRAND-NET to YT-NET.
071600     move zero to YT-YTD-AMOUNTS.
071610     write YTD-REC
071620         invalid key
071630             perform 9900-ABEND thru 9900-EXIT
071640     end-write.
071650 4058-EXIT.
071660     exit.

071670****************************************************************
071680* 4100-AUDIT-MENU - inquiries over the audit log written by    *
071690* 6900-WRITE-AUDIT-ENTRY: the change history for one employee, *
071700* or a date-range activity report totalled by acting employee  *
071710* and action.                                                  *
071720****************************************************************
071730 4100-AUDIT-MENU.
071740     display "H)ISTORY FOR ONE EMPLOYEE  A)CTIVITY REPORT  "
071750         "R)ETURN : " with no advancing.
071760     accept DF-AUD-CHOICE.
071770     evaluate DF-AUD-CHOICE
071780         when "H"
071790             perform 4110-AUDIT-HISTORY thru 4110-EXIT
071800         when "h"
071810             perform 4110-AUDIT-HISTORY thru 4110-EXIT
071820         when "A"
071830             perform 4120-AUDIT-ACTIVITY thru 4120-EXIT
071840         when "a"
071850             perform 4120-AUDIT-ACTIVITY thru 4120-EXIT
071860         when other
071870             continue
071880     end-evaluate.
071890 4100-EXIT.
071900     exit.

071910****************************************************************
071920* 4110-AUDIT-HISTORY - every audit entry whose target matches  *
071930* the requested employee number, in the order the log was      *
071940* written, which is date order.                                *
071950****************************************************************
071960 4110-AUDIT-HISTORY.
071970     display "ENTER EMPLOYEE NUMBER: " with no advancing.
071980     accept DF-INQUIRY-EMP-NUM.
071990     move zero to DF-AUD-MATCHES.
072000     perform 4150-OPEN-AUDITLOG-INPUT thru 4150-EXIT.
072010     if DF-AUD-END-OF-FILE
072020         display "NO AUDIT LOG ON FILE"
072030         go to 4110-EXIT
072040     end-if.
072050     perform 4140-READ-AUDIT-ENTRY thru 4140-EXIT.
072060     perform 4111-SHOW-HISTORY-MATCH thru 4111-EXIT
072070         until DF-AUD-END-OF-FILE.
072080     close auditlog.
072090     display "AUDIT ENTRIES FOUND: " DF-AUD-MATCHES.
072100     perform 8600-PAUSE thru 8600-EXIT.
072110 4110-EXIT.
072120     exit.

072130 4111-SHOW-HISTORY-MATCH.
072140     if AUD-TARGET-NUM = DF-INQUIRY-EMP-NUM
072150         move AUD-BEFORE-SALARY to DF-AUD-SAL-BEFORE
072160         move AUD-AFTER-SALARY to DF-AUD-SAL-AFTER
072170         display AUD-DATE " " AUD-TIME " " AUD-ACTION
072180             " BY " AUD-ACTING-EMP-CODE
072190             " DEPT " AUD-BEFORE-DEPARTMENT
072200             " TO " AUD-AFTER-DEPARTMENT
072210         display "         SALARY " DF-AUD-SAL-BEFORE
072220             " TO " DF-AUD-SAL-AFTER
072230         add 1 to DF-AUD-MATCHES
072240     end-if.
072250     perform 4140-READ-AUDIT-ENTRY thru 4140-EXIT.
072260 4111-EXIT.
072270     exit.

072280****************************************************************
072290* 4120-AUDIT-ACTIVITY - totals the audit entries falling in a  *
072300* requested date range by acting employee code and action, so  *
072310* unusual maintenance activity stands out.                     *
072320****************************************************************
072330 4120-AUDIT-ACTIVITY.
072340     display "ENTER FROM DATE (YYYYMMDD): " with no advancing.
072350     accept DF-AUD-FROM-DATE.
072360     display "ENTER TO DATE (YYYYMMDD): " with no advancing.
072370     accept DF-AUD-TO-DATE.
072380     move zero to DF-ACT-USED.
072390     move zero to DF-AUD-SCANNED.
072400     perform 4150-OPEN-AUDITLOG-INPUT thru 4150-EXIT.
072410     if DF-AUD-END-OF-FILE
072420         display "NO AUDIT LOG ON FILE"
072430         go to 4120-EXIT
072440     end-if.
072450     perform 4140-READ-AUDIT-ENTRY thru 4140-EXIT.
072460     perform 4121-ACCUM-ACTIVITY thru 4121-EXIT
072470         until DF-AUD-END-OF-FILE.
072480     close auditlog.

072490     display " ".
072500     display "AUDIT ACTIVITY " DF-AUD-FROM-DATE " TO "
072510         DF-AUD-TO-DATE.
072520     display "ACTING   ACTION        COUNT".
072530     perform 4123-SHOW-ONE-ACTIVITY thru 4123-EXIT
072540         varying DF-SUB from 1 by 1 until DF-SUB > DF-ACT-USED.
072550     display "ENTRIES IN RANGE: " DF-AUD-SCANNED.
072560     perform 8600-PAUSE thru 8600-EXIT.
072570 4120-EXIT.
072580     exit.

072590 4121-ACCUM-ACTIVITY.
072600     if AUD-DATE not < DF-AUD-FROM-DATE
072610             and AUD-DATE not > DF-AUD-TO-DATE
072620         add 1 to DF-AUD-SCANNED
072630         perform 4122-FIND-OR-ADD-ACTIVITY thru 4122-EXIT
072640         if DF-ACT-IDX not = zero
072650             add 1 to DF-ACT-COUNT(DF-ACT-IDX)
072660         end-if
072670     end-if.
072680     perform 4140-READ-AUDIT-ENTRY thru 4140-EXIT.
072690 4121-EXIT.
072700     exit.

072710*>   Linear search of the activity table on acting code plus
072720*>   action, adding a new entry the first time a pairing is
072730*>   seen - the same shape as 2420 for departments.
072740 4122-FIND-OR-ADD-ACTIVITY.
072750     move zero to DF-ACT-IDX.
072760     perform 4124-SEARCH-ACTIVITY-TABLE thru 4124-EXIT
072770         varying DF-ACT-SUB from 1 by 1
072780         until DF-ACT-SUB > DF-ACT-USED.
072790     if DF-ACT-IDX = zero and DF-ACT-USED < 200
072800         add 1 to DF-ACT-USED
072810         move AUD-ACTING-EMP-CODE to DF-ACT-CODE(DF-ACT-USED)
072820         move AUD-ACTION to DF-ACT-ACTION(DF-ACT-USED)
072830         move zero to DF-ACT-COUNT(DF-ACT-USED)
072840         move DF-ACT-USED to DF-ACT-IDX
072850     end-if.
072860 4122-EXIT.
072870     exit.

072880 4124-SEARCH-ACTIVITY-TABLE.
072890     if DF-ACT-CODE(DF-ACT-SUB) = AUD-ACTING-EMP-CODE
072900             and DF-ACT-ACTION(DF-ACT-SUB) = AUD-ACTION
072910         move DF-ACT-SUB to DF-ACT-IDX
072920     end-if.
072930 4124-EXIT.
072940     exit.

072950 4123-SHOW-ONE-ACTIVITY.
072960     display DF-ACT-CODE(DF-SUB) "  "
072970         DF-ACT-ACTION(DF-SUB) "  "
072980         DF-ACT-COUNT(DF-SUB).
072990 4123-EXIT.
073000     exit.

073010****************************************************************
073020* 4140/4150 - sequential access to the audit log for the      *
073030* inquiry transactions.  The log is OPTIONAL, so a run before  *
073040* any maintenance has been filed reads as empty rather than    *
073050* failing.                                                     *
073060****************************************************************
073070 4140-READ-AUDIT-ENTRY.
073080     read auditlog
073090         at end
073100             move "Y" to DF-AUD-EOF-SWITCH
073110             go to 4140-EXIT
073120     end-read.
073130     if DF-AUDIT-STATUS not = "00"
073140         perform 9900-ABEND thru 9900-EXIT
073150     end-if.
073160 4140-EXIT.
073170     exit.

073180 4150-OPEN-AUDITLOG-INPUT.
073190     move "N" to DF-AUD-EOF-SWITCH.
073200     open input auditlog.
073210     if DF-AUDIT-STATUS = "05" or DF-AUDIT-STATUS = "35"
073220         move "Y" to DF-AUD-EOF-SWITCH
073230         close auditlog
073240         go to 4150-EXIT
073250     end-if.
073260     if DF-AUDIT-STATUS not = "00"
073270         perform 9900-ABEND thru 9900-EXIT
073280     end-if.
073290 4150-EXIT.
073300     exit.

073310****************************************************************
073320* 4200-DEPT-MASTER - maintenance for the department master     *
073330* file: add a department, update its details, deactivate it    *
073340* when a reorganization retires it, or list the master.        *
073350* Departments are never physically deleted - staff records and *
073360* audit history still refer to retired codes.                  *
073370****************************************************************
073380 4200-DEPT-MASTER.
073390     display "A)DD  U)PDATE  D)EACTIVATE  L)IST  R)ETURN : "
073400         with no advancing.
073410     accept DF-DM-CHOICE.
073420     evaluate DF-DM-CHOICE
073430         when "A"
073440             perform 4210-ADD-DEPARTMENT thru 4210-EXIT
073450         when "a"
073460             perform 4210-ADD-DEPARTMENT thru 4210-EXIT
073470         when "U"
073480             perform 4220-UPDATE-DEPARTMENT thru 4220-EXIT
073490         when "u"
073500             perform 4220-UPDATE-DEPARTMENT thru 4220-EXIT
073510         when "D"
073520             perform 4230-DEACTIVATE-DEPARTMENT thru 4230-EXIT
073530         when "d"
073540             perform 4230-DEACTIVATE-DEPARTMENT thru 4230-EXIT
073550         when "L"
073560             perform 4240-LIST-DEPARTMENTS thru 4240-EXIT
073570         when "l"
073580             perform 4240-LIST-DEPARTMENTS thru 4240-EXIT
073590         when other
073600             continue
073610     end-evaluate.
073620 4200-EXIT.
073630     exit.

073640 4210-ADD-DEPARTMENT.
073650     display "ENTER NEW DEPARTMENT CODE: " with no advancing.
073660     accept DF-DM-CODE.
073670     if DF-DM-CODE = spaces
073680         display "NOTHING ENTERED - ADD CANCELLED"
073690         go to 4210-EXIT
073700     end-if.
073710     initialize DEPT-REC.
073720     move DF-DM-CODE to DP-CODE.
073730     display "ENTER DEPARTMENT NAME: " with no advancing.
073740     accept DP-NAME.
073750     display "ENTER COST CENTRE: " with no advancing.
073760     accept DP-COST-CENTRE.
073770     display "ENTER OWNING MANAGER EMPLOYEE NUMBER: "
073780         with no advancing.
073790     accept DP-OWNER-EMP-NUM.
073800     move "A" to DP-ACTIVE-FLAG.
073810     write DEPT-REC
073820         invalid key
073830             display "DEPARTMENT CODE ALREADY ON MASTER"
073840             go to 4210-EXIT
073850     end-write.
073860     if DF-DEPTM-STATUS not = "00"
073870         perform 9900-ABEND thru 9900-EXIT
073880     end-if.
073890     move "Y" to DF-DEPTM-SWITCH.
073900     display "DEPARTMENT ADDED".
073910 4210-EXIT.
073920     exit.

073930 4220-UPDATE-DEPARTMENT.
073940     display "ENTER DEPARTMENT CODE TO UPDATE: "
073950         with no advancing.
073960     accept DF-DM-CODE.
073970     move DF-DM-CODE to DP-CODE.
073980*>   Read under the record lock ahead of the REWRITE, now that
073990*>   the master is shared between sessions.
074000     read deptfile record with lock
074010         invalid key
074020             display "DEPARTMENT NOT ON MASTER: " DF-DM-CODE
074030             go to 4220-EXIT
074040     end-read.
074050     if DF-DEPTM-STATUS = "51" or DF-DEPTM-STATUS = "99"
074060         display "DEPARTMENT IN USE BY ANOTHER OPERATOR - TRY "
074070             "AGAIN IN A MOMENT"
074080         go to 4220-EXIT
074090     end-if.
074100     if DF-DEPTM-STATUS not = "00"
074110         perform 9900-ABEND thru 9900-EXIT
074120     end-if.

074130     display "NEW NAME (ENTER TO LEAVE UNCHANGED): "
074140         with no advancing.
074150     accept DF-DM-NAME.
074160     if DF-DM-NAME not = spaces
074170         move DF-DM-NAME to DP-NAME
074180     end-if.
074190     display "NEW COST CENTRE (ENTER TO LEAVE UNCHANGED): "
074200         with no advancing.
074210     accept DF-DM-COST.
074220     if DF-DM-COST not = spaces
074230         move DF-DM-COST to DP-COST-CENTRE
074240     end-if.
074250     display "NEW OWNING MANAGER NUMBER (0 = UNCHANGED): "
074260         with no advancing.
074270     accept DF-DM-OWNER.
074280     if DF-DM-OWNER not = zero
074290         move DF-DM-OWNER to DP-OWNER-EMP-NUM
074300     end-if.
074310     display "REACTIVATE IF INACTIVE (Y/N): " with no advancing.
074320     accept DF-CONFIRM.
074330     if DF-CONFIRM = "Y" or DF-CONFIRM = "y"
074340         move "A" to DP-ACTIVE-FLAG
074350     end-if.

074360     rewrite DEPT-REC
074370         invalid key
074380             display "DEPARTMENT COULD NOT BE REWRITTEN"
074390             unlock deptfile
074400             go to 4220-EXIT
074410     end-rewrite.
074420     if DF-DEPTM-STATUS not = "00"
074430         perform 9900-ABEND thru 9900-EXIT
074440     end-if.
074450     display "DEPARTMENT UPDATED".
074460 4220-EXIT.
074470     exit.

074480 4230-DEACTIVATE-DEPARTMENT.
074490     display "ENTER DEPARTMENT CODE TO DEACTIVATE: "
074500         with no advancing.
074510     accept DF-DM-CODE.
074520     move DF-DM-CODE to DP-CODE.
074530     read deptfile record with lock
074540         invalid key
074550             display "DEPARTMENT NOT ON MASTER: " DF-DM-CODE
074560             go to 4230-EXIT
074570     end-read.
074580     if DF-DEPTM-STATUS = "51" or DF-DEPTM-STATUS = "99"
074590         display "DEPARTMENT IN USE BY ANOTHER OPERATOR - TRY "
074600             "AGAIN IN A MOMENT"
074610         go to 4230-EXIT
074620     end-if.
074630     if DF-DEPTM-STATUS not = "00"
074640         perform 9900-ABEND thru 9900-EXIT
074650     end-if.
074660     display "CONFIRM DEACTIVATE " DF-DM-CODE " (Y/N): "
074670         with no advancing.
074680     accept DF-CONFIRM.
074690     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
074700         display "DEACTIVATE CANCELLED"
074710         unlock deptfile
074720         go to 4230-EXIT
074730     end-if.
074740     move "I" to DP-ACTIVE-FLAG.
074750     rewrite DEPT-REC
074760         invalid key
074770             display "DEPARTMENT COULD NOT BE REWRITTEN"
074780             unlock deptfile
074790             go to 4230-EXIT
074800     end-rewrite.
074810     if DF-DEPTM-STATUS not = "00"
074820         perform 9900-ABEND thru 9900-EXIT
074830     end-if.
074840     display "DEPARTMENT DEACTIVATED".
074850 4230-EXIT.
074860     exit.

074870 4240-LIST-DEPARTMENTS.
074880     move zero to DF-DM-COUNT.
074890     move low-values to DP-CODE.
074900     start deptfile key is not less than DP-CODE
074910         invalid key
074920             display "DEPARTMENT MASTER IS EMPTY"
074930             go to 4240-EXIT
074940     end-start.
074950     display "CODE  NAME                            "
074960         "COST CC  OWNER   STATUS".
074970     perform 4241-LIST-ONE-DEPARTMENT thru 4241-EXIT
074980         until DF-DEPTM-STATUS not = "00".
074990     display "DEPARTMENTS ON MASTER: " DF-DM-COUNT.
075000     perform 8600-PAUSE thru 8600-EXIT.
075010 4240-EXIT.
075020     exit.

075030 4241-LIST-ONE-DEPARTMENT.
075040     read deptfile next record
075050         at end
075060             go to 4241-EXIT
075070     end-read.
075080     if DF-DEPTM-STATUS not = "00"
075090         perform 9900-ABEND thru 9900-EXIT
075100     end-if.
075110     if DP-IS-ACTIVE
075120         display DP-CODE "  " DP-NAME "  " DP-COST-CENTRE
075130             "  " DP-OWNER-EMP-NUM "  ACTIVE"
075140     else
075150         display DP-CODE "  " DP-NAME "  " DP-COST-CENTRE
075160             "  " DP-OWNER-EMP-NUM "  INACTIVE"
075170     end-if.
075180     add 1 to DF-DM-COUNT.
075190 4241-EXIT.
075200     exit.

075210****************************************************************
075220* 4250-VALIDATE-DEPARTMENT - is DF-CHECK-DEPT an approved      *
075230* department?  Approved means on the department master with    *
075240* the active flag set; while the master is still empty the     *
075250* approved-department literal list decides, so existing sites  *
075260* keep validating until the master has been keyed in.  Sets    *
075270* DF-DFIDX nonzero when approved, zero when not, the same      *
075280* contract the literal-list search always had.                 *
075290****************************************************************
075300 4250-VALIDATE-DEPARTMENT.
075310     move zero to DF-DFIDX.
075320     if not DF-DEPT-MASTER-LOADED
075330         perform 2623-SEARCH-APPROVED-DEPT thru 2623-EXIT
075340             varying DF-SUB from 1 by 1 until DF-SUB > 10
075350         go to 4250-EXIT
075360     end-if.
075370     move DF-CHECK-DEPT to DP-CODE.
075380     read deptfile record
075390         invalid key
075400             go to 4250-EXIT
075410     end-read.
075420     if DF-DEPTM-STATUS not = "00"
075430         perform 9900-ABEND thru 9900-EXIT
075440     end-if.
075450     if DP-IS-ACTIVE
075460         move 1 to DF-DFIDX
075470     end-if.
075480 4250-EXIT.
075490     exit.

075500*>   Decides whether any department records exist yet, so
075510*>   4250 knows whether the master or the literal fallback
075520*>   list is in charge.
075530 4260-CHECK-MASTER-PRESENT.
075540     move "N" to DF-DEPTM-SWITCH.
075550     move low-values to DP-CODE.
075560     start deptfile key is not less than DP-CODE
075570         invalid key
075580             go to 4260-EXIT
075590     end-start.
075600     read deptfile next record
075610         at end
075620             go to 4260-EXIT
075630     end-read.
075640     if DF-DEPTM-STATUS = "00"
075650         move "Y" to DF-DEPTM-SWITCH
075660     end-if.
075670 4260-EXIT.
075680     exit.

075690****************************************************************
075700* 4300-LEAVE-MENU - leave bookings and cancellations against   *
075710* the running balance on LEAVEFILE, plus a balance inquiry.    *
075720* A person's first booking creates their balance record from   *
075730* the static entitlement fields on their staff record.         *
075740****************************************************************
075750 4300-LEAVE-MENU.
075760     display "B)OOK  C)ANCEL  I)NQUIRE  R)ETURN : "
075770         with no advancing.
075780     accept DF-LV-CHOICE.
075790     evaluate DF-LV-CHOICE
075800         when "B"
075810             perform 4310-BOOK-LEAVE thru 4310-EXIT
075820         when "b"
075830             perform 4310-BOOK-LEAVE thru 4310-EXIT
075840         when "C"
075850             perform 4320-CANCEL-LEAVE thru 4320-EXIT
075860         when "c"
075870             perform 4320-CANCEL-LEAVE thru 4320-EXIT
075880         when "I"
075890             perform 4330-LEAVE-INQUIRY thru 4330-EXIT
075900         when "i"
075910             perform 4330-LEAVE-INQUIRY thru 4330-EXIT
075920         when other
075930             continue
075940     end-evaluate.
075950 4300-EXIT.
075960     exit.

075970 4310-BOOK-LEAVE.
075980     perform 4340-GET-LEAVE-BALANCE thru 4340-EXIT.
075990     if not DF-RECORD-WAS-FOUND
076000         go to 4310-EXIT
076010     end-if.
076020     display "ENTER DAYS TO BOOK: " with no advancing.
076030     accept DF-LV-DAYS.
076040     if DF-LV-DAYS = zero
076050         display "NOTHING BOOKED"
076060         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
076070         go to 4310-EXIT
076080     end-if.
076090     compute DF-LV-REMAINING = LV-ENTITLEMENT + LV-CARRIED-OVER
076100         - LV-TAKEN.
076110     if DF-LV-DAYS > DF-LV-REMAINING
076120         display "INSUFFICIENT BALANCE - REMAINING DAYS: "
076130             DF-LV-REMAINING
076140         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
076150         go to 4310-EXIT
076160     end-if.
076170     add DF-LV-DAYS to LV-TAKEN.
076180     move "Y" to DF-APPLY-OK-SWITCH.
076190     perform 4345-REWRITE-LEAVE-BALANCE thru 4345-EXIT.
076200     if not DF-APPLY-WAS-OK
076210         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
076220         go to 4310-EXIT
076230     end-if.
076240     compute DF-LV-REMAINING = LV-ENTITLEMENT + LV-CARRIED-OVER
076250         - LV-TAKEN.
076260     display "BOOKED.  REMAINING DAYS: " DF-LV-REMAINING.
076270 4310-EXIT.
076280     exit.

076290 4320-CANCEL-LEAVE.
076300     perform 4340-GET-LEAVE-BALANCE thru 4340-EXIT.
076310     if not DF-RECORD-WAS-FOUND
076320         go to 4320-EXIT
076330     end-if.
076340     display "ENTER DAYS TO CANCEL: " with no advancing.
076350     accept DF-LV-DAYS.
076360     if DF-LV-DAYS = zero
076370         display "NOTHING CANCELLED"
076380         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
076390         go to 4320-EXIT
076400     end-if.
076410     if DF-LV-DAYS > LV-TAKEN
076420         display "ONLY " LV-TAKEN " DAYS ARE BOOKED - "
076430             "CANCELLATION REFUSED"
076440         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
076450         go to 4320-EXIT
076460     end-if.
076470     subtract DF-LV-DAYS from LV-TAKEN.
076480     move "Y" to DF-APPLY-OK-SWITCH.
076490     perform 4345-REWRITE-LEAVE-BALANCE thru 4345-EXIT.
076500     if not DF-APPLY-WAS-OK
076510         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
076520         go to 4320-EXIT
076530     end-if.
076540     compute DF-LV-REMAINING = LV-ENTITLEMENT + LV-CARRIED-OVER
076550         - LV-TAKEN.
076560     display "CANCELLED.  REMAINING DAYS: " DF-LV-REMAINING.
076570 4320-EXIT.
076580     exit.

076590 4330-LEAVE-INQUIRY.
076600     perform 4340-GET-LEAVE-BALANCE thru 4340-EXIT.
076610     if not DF-RECORD-WAS-FOUND
076620         go to 4330-EXIT
076630     end-if.
076640     compute DF-LV-REMAINING = LV-ENTITLEMENT + LV-CARRIED-OVER
076650         - LV-TAKEN.
076660     display "LEAVE YEAR " LV-YEAR
076670         "  ENTITLEMENT " LV-ENTITLEMENT
076680         "  CARRIED OVER " LV-CARRIED-OVER
076690         "  TAKEN " LV-TAKEN
076700         "  REMAINING " DF-LV-REMAINING.
076710*>   The inquiry never rewrites, so it gives the lock back.
076720     perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT.
076730 4330-EXIT.
076740     exit.

076750****************************************************************
076760* 4340-GET-LEAVE-BALANCE - prompt for the employee number,     *
076770* prove the person is on STAFFFILE, and fetch their balance    *
076780* record - creating it from the tier's static entitlement on   *
076790* first use.  DF-FOUND-SWITCH reports whether the caller has a *
076800* balance record to work with.                                 *
076810****************************************************************
076820 4340-GET-LEAVE-BALANCE.
076830     move "N" to DF-FOUND-SWITCH.
076840     display "ENTER EMPLOYEE NUMBER: " with no advancing.
076850     accept DF-INQUIRY-EMP-NUM.
076860     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
076870     read stafffile record
076880         invalid key
076890             display "NO RECORD FOUND FOR EMPLOYEE NUMBER "
076900                 DF-INQUIRY-EMP-NUM
076910             go to 4340-EXIT
076920     end-read.
076930     if FILE-STATUS not = "00"
076940         perform 9900-ABEND thru 9900-EXIT
076950     end-if.

076960     move DF-INQUIRY-EMP-NUM to LV-EMP-NUM.
076970*>   The balance is read under its record lock - the caller
076980*>   rewrites it, and concurrent bookings against the same
076990*>   balance must not lose each other's days.  Callers that
077000*>   end without the rewrite release the lock through 4346.
077010     read leavefile record with lock
077020         invalid key
077030             go to 4341-OPEN-NEW-BALANCE
077040     end-read.
077050     if DF-LEAVE-STATUS = "51" or DF-LEAVE-STATUS = "99"
077060         display "LEAVE BALANCE IN USE BY ANOTHER OPERATOR - "
077070             "TRY AGAIN IN A MOMENT"
077080         go to 4340-EXIT
077090     end-if.
077100     if DF-LEAVE-STATUS not = "00"
077110         perform 9900-ABEND thru 9900-EXIT
077120     end-if.
077130     move "Y" to DF-FOUND-SWITCH.
077140     go to 4340-EXIT.

077150 4341-OPEN-NEW-BALANCE.
077160     perform 4350-TIER-ENTITLEMENT thru 4350-EXIT.
077170     initialize LEAVE-REC.
077180     move DF-INQUIRY-EMP-NUM to LV-EMP-NUM.
077190     accept DF-LV-TODAY from date yyyymmdd.
077200     move DF-LV-TODAY(1:4) to LV-YEAR.
077210     move DF-LV-ENTITLE to LV-ENTITLEMENT.
077220     write LEAVE-REC
077230         invalid key
077240             display "LEAVE BALANCE COULD NOT BE FILED"
077250             go to 4340-EXIT
077260     end-write.
077270     if DF-LEAVE-STATUS not = "00"
077280         perform 9900-ABEND thru 9900-EXIT
077290     end-if.
077300     display "BALANCE RECORD OPENED AT ENTITLEMENT "
077310         LV-ENTITLEMENT.
077320     move "Y" to DF-FOUND-SWITCH.
077330 4340-EXIT.
077340     exit.

077350 4345-REWRITE-LEAVE-BALANCE.
077360     rewrite LEAVE-REC
077370         invalid key
077380             display "LEAVE BALANCE COULD NOT BE REWRITTEN"
077390             move "N" to DF-APPLY-OK-SWITCH
077400             go to 4345-EXIT
077410     end-rewrite.
077420     if DF-LEAVE-STATUS not = "00"
077430         perform 9900-ABEND thru 9900-EXIT
077440     end-if.
077450 4345-EXIT.
077460     exit.

077470*>   Releases the balance lock on the paths that end without
077480*>   the REWRITE that would release it.
077490 4346-UNLOCK-LEAVEFILE.
077500     unlock leavefile.
077510 4346-EXIT.
077520     exit.

077530****************************************************************
077540* 4350-TIER-ENTITLEMENT - the annual leave entitlement carried *
077550* on the staff record for whichever tier is in the record      *
077560* area.                                                        *
077570****************************************************************
077580 4350-TIER-ENTITLEMENT.
077590     move zero to DF-LV-ENTITLE.
077600     evaluate EM-POSITION
077610         when "E"
077620             add EM-LEAVE to DF-LV-ENTITLE
077630         when "M"
077640             add MN-BASIC-LEAVE to DF-LV-ENTITLE
077650             add MN-EXTRA-LEAVE to DF-LV-ENTITLE
077660         when "X"
077670             add EX-BASIC-LEAVE to DF-LV-ENTITLE
077680             add EX-EXTRA-LEAVE to DF-LV-ENTITLE
077690             add EX-ADDITIONAL-LEAVE to DF-LV-ENTITLE
077700         when other
077710             continue
077720     end-evaluate.
077730 4350-EXIT.
077740     exit.

077750****************************************************************
077760* 4360-REMAINING-LEAVE - the days a person still has to take:  *
077770* their balance record's entitlement plus carry-over less      *
077780* taken, or the full static entitlement when no balance record *
077790* has been opened yet.  The staff record for the person is     *
077800* already in the record area when this is performed.           *
077810****************************************************************
077820 4360-REMAINING-LEAVE.
077830     move EM-EMP-NUM to LV-EMP-NUM.
077840     read leavefile record
077850         invalid key
077860             perform 4350-TIER-ENTITLEMENT thru 4350-EXIT
077870             move DF-LV-ENTITLE to DF-LV-REMAINING
077880             go to 4360-EXIT
077890     end-read.
077900     if DF-LEAVE-STATUS not = "00"
077910         perform 9900-ABEND thru 9900-EXIT
077920     end-if.
077930     compute DF-LV-REMAINING = LV-ENTITLEMENT + LV-CARRIED-OVER
077940         - LV-TAKEN.
077950 4360-EXIT.
077960     exit.

077970****************************************************************
077980* 4400-LEAVE-ACCRUAL - year-end batch run.  One pass of        *
077990* DFDSTAFF: every person's balance record is rolled into the   *
078000* entered leave year at the tier's fresh entitlement, carrying *
078010* over unused days up to DF-CARRY-CAP; people with no balance  *
078020* record yet get one opened at the fresh entitlement.          *
078030****************************************************************
078040 4400-LEAVE-ACCRUAL.
078050*>   Unattended, the new leave year comes from DFLVYEAR and
078060*>   the scheduler's release of the job stands in for the
078070*>   operator's confirmation.
078080     if DF-BATCH-MODE
078090         move DF-BATCH-LV-YEAR to DF-LV-YEAR
078100         if DF-LV-YEAR = zero
078110             display "NO LEAVE YEAR IN DFLVYEAR - ACCRUAL "
078120                 "NOT RUN"
078130             move 8 to DF-RUN-RC
078140             go to 4400-EXIT
078150         end-if
078160         go to 4405-ACCRUAL-BODY
078170     end-if.
078180     display "ENTER NEW LEAVE YEAR (YYYY): " with no advancing.
078190     accept DF-LV-YEAR.
078200     if DF-LV-YEAR = zero
078210         display "NO YEAR ENTERED - ACCRUAL CANCELLED"
078220         go to 4400-EXIT
078230     end-if.
078240*>   The accrual resets every taken figure on file - it is as
078250*>   destructive as a delete or a reload, so it confirms.
078260     display "ACCRUAL RESETS EVERY BALANCE INTO LEAVE YEAR "
078270         DF-LV-YEAR ".".
078280     display "CONFIRM ACCRUAL (Y/N): " with no advancing.
078290     accept DF-CONFIRM.
078300     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
078310         display "ACCRUAL CANCELLED"
078320         go to 4400-EXIT
078330     end-if.

078340 4405-ACCRUAL-BODY.
078350*>   Balances roll into a leave year only after the year-start
078360*>   roll has brought the year's ages and service up to date.
078370     perform 7626-CHECK-ACCRUAL-ORDER thru 7626-EXIT.
078380     if DF-PC-REFUSED
078390         perform 8600-PAUSE thru 8600-EXIT
078400         go to 4400-EXIT
078410     end-if.
078420     move zero to DF-LV-CREATED.
078430     move zero to DF-LV-UPDATED.
078440     move zero to DF-LV-SKIPPED.
078450     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
078460     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
078470     perform 4410-ACCRUE-ONE-PERSON thru 4410-EXIT
078480         until DF-END-OF-FILE.
078490     perform 7628-RECORD-ACCRUAL thru 7628-EXIT.
078500     display "ACCRUAL COMPLETE FOR LEAVE YEAR " DF-LV-YEAR.
078510     display "BALANCES ROLLED FORWARD: " DF-LV-UPDATED.
078520     display "BALANCES OPENED:         " DF-LV-CREATED.
078530     if DF-LV-SKIPPED not = zero
078540         display "BALANCES AHEAD OF THE ENTERED YEAR, LEFT "
078550             "ALONE: " DF-LV-SKIPPED
078560     end-if.
078570     perform 8600-PAUSE thru 8600-EXIT.
078580 4400-EXIT.
078590     exit.

078600 4410-ACCRUE-ONE-PERSON.
078610     if EM-POSITION not = "E" and EM-POSITION not = "M"
078620             and EM-POSITION not = "X"
078630         display "UNRECOGNIZED POSITION CODE - RECORD "
078640             "SKIPPED FROM ACCRUAL: " EM-POSITION
078650         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
078660         go to 4410-EXIT
078670     end-if.

078680     perform 4350-TIER-ENTITLEMENT thru 4350-EXIT.
078690     move EM-EMP-NUM to LV-EMP-NUM.
078700*>   The roll rewrites the balance, so it is read under its
078710*>   record lock; a balance held by a booking in another
078720*>   session is skipped and picked up by a rerun.
078730     read leavefile record with lock
078740         invalid key
078750             initialize LEAVE-REC
078760             move EM-EMP-NUM to LV-EMP-NUM
078770             move DF-LV-YEAR to LV-YEAR
078780             move DF-LV-ENTITLE to LV-ENTITLEMENT
078790             write LEAVE-REC
078800                 invalid key
078810                     display "LEAVE BALANCE COULD NOT BE FILED "
078820                         "FOR " LV-EMP-NUM
078830             end-write
078840             add 1 to DF-LV-CREATED
078850             perform 3100-READ-NEXT-RECORD thru 3100-EXIT
078860             go to 4410-EXIT
078870     end-read.
078880     if DF-LEAVE-STATUS = "51" or DF-LEAVE-STATUS = "99"
078890         display "BALANCE IN USE - SKIPPED FROM ACCRUAL: "
078900             LV-EMP-NUM
078910         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
078920         go to 4410-EXIT
078930     end-if.
078940     if DF-LEAVE-STATUS not = "00"
078950         perform 9900-ABEND thru 9900-EXIT
078960     end-if.

078970*>   A balance already rolled into the requested year is left
078980*>   alone, so an interrupted accrual run can simply be run
078990*>   again without handing out a second carry-over.  A balance
079000*>   AHEAD of the entered year means the year was mistyped -
079010*>   rolling it backwards would wipe the year's bookings, so
079020*>   it is left alone and counted for the run summary.
079030     if LV-YEAR not < DF-LV-YEAR
079040         if LV-YEAR > DF-LV-YEAR
079050             add 1 to DF-LV-SKIPPED
079060         end-if
079070         perform 4346-UNLOCK-LEAVEFILE thru 4346-EXIT
079080         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
079090         go to 4410-EXIT
079100     end-if.

079110*>   Unused days carry into the new year up to the cap; an
079120*>   overdrawn balance carries nothing.
079130     compute DF-LV-NEW-CARRY = LV-ENTITLEMENT + LV-CARRIED-OVER
079140         - LV-TAKEN.
079150     if DF-LV-NEW-CARRY < zero
079160         move zero to DF-LV-NEW-CARRY
079170     end-if.
079180     if DF-LV-NEW-CARRY > DF-CARRY-CAP
079190         move DF-CARRY-CAP to DF-LV-NEW-CARRY
079200     end-if.
079210     move DF-LV-NEW-CARRY to LV-CARRIED-OVER.
079220     move DF-LV-ENTITLE to LV-ENTITLEMENT.
079230     move zero to LV-TAKEN.
079240     move DF-LV-YEAR to LV-YEAR.
079250     perform 4345-REWRITE-LEAVE-BALANCE thru 4345-EXIT.
079260     add 1 to DF-LV-UPDATED.
079270     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
079280 4410-EXIT.
079290     exit.

079300****************************************************************
079310* 4500-RECONCILIATION - prove the payroll vendor's return file *
079320* against DFDSTAFF.  Pass one reads every returned row, doing  *
079330* a keyed read of the staff file for the returned code and     *
079340* comparing department and salary; pass two scans the staff    *
079350* file for anyone the return file never mentioned.  Breaks go  *
079360* to the reconciliation report with matched/break counts for   *
079370* the supervisor's sign-off.                                   *
079380****************************************************************
079390 4500-RECONCILIATION.
079400*>   The vendor's return is proved against a registered period.
079410     move 2 to DF-PC-STEP.
079420     perform 7610-CHECK-STEP thru 7610-EXIT.
079430     if DF-PC-REFUSED
079440         perform 8600-PAUSE thru 8600-EXIT
079450         go to 4500-EXIT
079460     end-if.
079470     move zero to DF-REC-MATCHED.
079480     move zero to DF-REC-MISSING.
079490     move zero to DF-REC-ORPHAN.
079500     move zero to DF-REC-MISMATCH.
079510     move zero to DF-REC-GROSS-TOTAL.
079520     move zero to DF-REC-NET-TOTAL.
079530     move zero to DF-CODE-COUNT.
079540     move "N" to DF-RET-EOF-SWITCH.

079550     open input returnfile.
079560     if DF-RETURN-STATUS = "35"
079570         display "NO RETURN FILE FOUND AT " DF-RETURN-PATH
079580*>       Unattended, a missing return file is a failed run -
079590*>       the next job must not be released on its back.
079600         if DF-BATCH-MODE
079610             move 8 to DF-RUN-RC
079620         end-if
079630         go to 4500-EXIT
079640     end-if.
079650     if DF-RETURN-STATUS not = "00"
079660         perform 9900-ABEND thru 9900-EXIT
079670     end-if.

079680     open output reconfile.
079690     if DF-RECON-STATUS not = "00"
079700         perform 9900-ABEND thru 9900-EXIT
079710     end-if.

079720     perform 4505-READ-RETURN thru 4505-EXIT.
079730     perform 4510-CHECK-ONE-RETURN thru 4510-EXIT
079740         until DF-RET-END-OF-FILE.
079750     close returnfile.

079760*>   The returned-code table holds 2000 entries.  If the return
079770*>   file filled it, pass two cannot tell a genuinely missing
079780*>   person from one whose row simply did not fit, so the
079790*>   missing-from-return check is skipped and the report says
079800*>   so rather than raising false breaks.
079810     if DF-CODE-COUNT = 2000
079820         move spaces to RECON-LINE
079830         string "*** RETURN FILE FILLED THE 2000-ROW TABLE - "
079840             "MISSING-FROM-RETURN CHECK NOT RUN ***"
079850             delimited by size into RECON-LINE
079860         perform 4550-WRITE-RECON-LINE thru 4550-EXIT
079870     else
079880         perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT
079890         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
079900         perform 4530-CHECK-ONE-STAFF thru 4530-EXIT
079910             until DF-END-OF-FILE
079920     end-if.

079930     perform 4540-WRITE-RECON-TOTALS thru 4540-EXIT.
079940     close reconfile.
079950     display "RECONCILIATION REPORT WRITTEN TO " DF-RECON-PATH.
079960     display "MATCHED:                  " DF-REC-MATCHED.
079970     display "FIELD MISMATCHES:         " DF-REC-MISMATCH.
079980     display "RETURNED BUT NOT ON FILE: " DF-REC-ORPHAN.
079990     display "ON FILE BUT NOT RETURNED: " DF-REC-MISSING.
080000*>   Only a clean proof completes the step - the GL postings wait
080010*>   on it, so breaks are cleared and the return run again.
080020     if DF-REC-MISMATCH = zero and DF-REC-ORPHAN = zero
080030         and DF-REC-MISSING = zero and DF-CODE-COUNT < 2000
080040         move 2 to DF-PC-STEP
080050         perform 7615-RECORD-STEP thru 7615-EXIT
080060         display "RECONCILIATION PROVED - GL POSTINGS MAY NOW BE "
080070             "WRITTEN"
080080     else
080090         display "RECONCILIATION NOT PROVED - GL POSTINGS HELD "
080100             "UNTIL IT IS"
080110     end-if.
080120     perform 8600-PAUSE thru 8600-EXIT.
080130 4500-EXIT.
080140     exit.

080150 4505-READ-RETURN.
080160     read returnfile
080170         at end
080180             move "Y" to DF-RET-EOF-SWITCH
080190             go to 4505-EXIT
080200     end-read.
080210     if DF-RETURN-STATUS not = "00"
080220         perform 9900-ABEND thru 9900-EXIT
080230     end-if.
080240 4505-EXIT.
080250     exit.

080260*>   The returned code is noted in DF-CODE-TABLE - the same
080270*>   table the exception report builds - so the second pass
080280*>   can spot staff the vendor never returned.
080290 4510-CHECK-ONE-RETURN.
080300     if DF-CODE-COUNT < 2000
080310         add 1 to DF-CODE-COUNT
080320         move RT-EMP-CODE to DF-CODE-ENTRY(DF-CODE-COUNT)
080330     end-if.

080340     move RT-EMP-NUM to EM-EMP-NUM.
080350     read stafffile record
080360         invalid key
080370             move spaces to RECON-LINE
080380             string "RETURNED BUT NOT ON FILE  CODE="
080390                 RT-EMP-CODE
080400                 delimited by size into RECON-LINE
080410             perform 4550-WRITE-RECON-LINE thru 4550-EXIT
080420             add 1 to DF-REC-ORPHAN
080430             perform 4505-READ-RETURN thru 4505-EXIT
080440             go to 4510-EXIT
080450     end-read.
080460     if FILE-STATUS not = "00"
080470         perform 9900-ABEND thru 9900-EXIT
080480     end-if.

080490     perform 4520-COMPARE-RETURN-FIELDS thru 4520-EXIT.
080500     perform 4505-READ-RETURN thru 4505-EXIT.
080510 4510-EXIT.
080520     exit.

080530*>   Salary comparison goes through DF-CSV-SALARY so the
080540*>   current salary is edited exactly the way the extract
080550*>   printed it - a character compare then proves the vendor
080560*>   loaded what we sent.
080570 4520-COMPARE-RETURN-FIELDS.
080580     evaluate EM-POSITION
080590         when "E"
080600             move EM-DEPARTMENT to DF-REC-DEPT
080610             move EM-SALARY to DF-CSV-SALARY
080620         when "M"
080630             move MN-DEPARTMENT to DF-REC-DEPT
080640             move MN-SALARY to DF-CSV-SALARY
080650         when "X"
080660             move EX-DEPARTMENT to DF-REC-DEPT
080670             move EX-SALARY to DF-CSV-SALARY
080680         when other
080690             move spaces to RECON-LINE
080700             string "UNRECOGNIZED POSITION CODE ON FILE  CODE="
080710                 RT-EMP-CODE
080720                 delimited by size into RECON-LINE
080730             perform 4550-WRITE-RECON-LINE thru 4550-EXIT
080740             add 1 to DF-REC-MISMATCH
080750             go to 4520-EXIT
080760     end-evaluate.

080770     if RT-DEPARTMENT = DF-REC-DEPT
080780             and RT-SALARY = DF-CSV-SALARY
080790         add 1 to DF-REC-MATCHED
080800         go to 4520-EXIT
080810     end-if.

080820     add 1 to DF-REC-MISMATCH.
080830     if RT-DEPARTMENT not = DF-REC-DEPT
080840         move spaces to RECON-LINE
080850         string "DEPARTMENT BREAK  CODE=" RT-EMP-CODE
080860             " RETURNED=" RT-DEPARTMENT
080870             " ON FILE=" DF-REC-DEPT
080880             delimited by size into RECON-LINE
080890         perform 4550-WRITE-RECON-LINE thru 4550-EXIT
080900     end-if.
080910     if RT-SALARY not = DF-CSV-SALARY
080920         move spaces to RECON-LINE
080930         string "SALARY BREAK  CODE=" RT-EMP-CODE
080940             " RETURNED=" RT-SALARY
080950             " ON FILE=" DF-CSV-SALARY
080960             delimited by size into RECON-LINE
080970         perform 4550-WRITE-RECON-LINE thru 4550-EXIT
080980     end-if.
080990 4520-EXIT.
081000     exit.

081010*>   The employee-code group sits at the same offset in all
081020*>   three record layouts, so EM-CODE addresses the code
081030*>   whatever the tier.  2624 searches on DF-AUTHOR-CODE, its
081040*>   usual search argument.
081050 4530-CHECK-ONE-STAFF.
081060     move "N" to DF-FOUND-SWITCH.
081070     move EM-CODE to DF-AUTHOR-CODE.
081080     perform 2624-SEARCH-CODE-TABLE thru 2624-EXIT
081090         varying DF-SUB from 1 by 1 until DF-SUB > DF-CODE-COUNT.
081100     if not DF-RECORD-WAS-FOUND
081110         move spaces to RECON-LINE
081120         string "ON FILE BUT NOT RETURNED  CODE=" EM-CODE
081130             delimited by size into RECON-LINE
081140         perform 4550-WRITE-RECON-LINE thru 4550-EXIT
081150         add 1 to DF-REC-MISSING
081160     end-if.
081170*>   The staff pass also recomputes each person's monthly
081180*>   gross and net off the current rates, so the totals prove
081190*>   net as well as gross for the supervisor's sign-off.
081200     perform 4015-MONTHLY-GROSS thru 4015-EXIT.
081210     perform 4020-COMPUTE-DEDUCTIONS thru 4020-EXIT.
081220     add DF-PAY-GROSS to DF-REC-GROSS-TOTAL.
081230     add DF-PAY-NET to DF-REC-NET-TOTAL.
081240     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
081250 4530-EXIT.
081260     exit.

081270 4540-WRITE-RECON-TOTALS.
081280     move spaces to DF-REG-TOTAL-WORK.
081290     move DF-REC-MATCHED to DF-REG-TOT-COUNT.
081300     move spaces to RECON-LINE.
081310     string "MATCHED " DF-REG-TOT-COUNT
081320         delimited by size into RECON-LINE.
081330     perform 4550-WRITE-RECON-LINE thru 4550-EXIT.

081340     move DF-REC-MISMATCH to DF-REG-TOT-COUNT.
081350     move spaces to RECON-LINE.
081360     string "FIELD MISMATCHES " DF-REG-TOT-COUNT
081370         delimited by size into RECON-LINE.
081380     perform 4550-WRITE-RECON-LINE thru 4550-EXIT.

081390     move DF-REC-ORPHAN to DF-REG-TOT-COUNT.
081400     move spaces to RECON-LINE.
081410     string "RETURNED BUT NOT ON FILE " DF-REG-TOT-COUNT
081420         delimited by size into RECON-LINE.
081430     perform 4550-WRITE-RECON-LINE thru 4550-EXIT.

081440     move DF-REC-MISSING to DF-REG-TOT-COUNT.
081450     move spaces to RECON-LINE.
081460     string "ON FILE BUT NOT RETURNED " DF-REG-TOT-COUNT
081470         delimited by size into RECON-LINE.
081480     perform 4550-WRITE-RECON-LINE thru 4550-EXIT.

081490     move DF-REC-GROSS-TOTAL to DF-PS-MONEY-EDIT.
081500     move spaces to RECON-LINE.
081510     string "COMPUTED MONTHLY GROSS ALL STAFF "
081520         DF-PS-MONEY-EDIT
081530         delimited by size into RECON-LINE.
081540     perform 4550-WRITE-RECON-LINE thru 4550-EXIT.
081550     move DF-REC-NET-TOTAL to DF-PS-MONEY-EDIT.
081560     move spaces to RECON-LINE.
081570     string "COMPUTED MONTHLY NET   ALL STAFF "
081580         DF-PS-MONEY-EDIT
081590         delimited by size into RECON-LINE.
081600     perform 4550-WRITE-RECON-LINE thru 4550-EXIT.
081610 4540-EXIT.
081620     exit.

081630 4550-WRITE-RECON-LINE.
081640     write RECON-LINE.
081650     if DF-RECON-STATUS not = "00"
081660         perform 9900-ABEND thru 9900-EXIT
081670     end-if.
081680 4550-EXIT.
081690     exit.

081700****************************************************************
081710* 4600-UNLOAD-STAFFFILE - write every staff record, whatever   *
081720* its tier, to the flat backup file, closing it with a trailer *
081730* carrying per-position-code counts and the salary hash total. *
081740* This is the verified backup step the recovery plan never     *
081750* had.                                                         *
081760****************************************************************
081770 4600-UNLOAD-STAFFFILE.
081780     move zero to DF-BK-EMP-COUNT.
081790     move zero to DF-BK-MGR-COUNT.
081800     move zero to DF-BK-EXEC-COUNT.
081810     move zero to DF-BK-HASH.
081820     move zero to DF-BK-RECORDS.

081830     open output backupfile.
081840     if DF-BACKUP-STATUS not = "00"
081850         perform 9900-ABEND thru 9900-EXIT
081860     end-if.

081870     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
081880     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
081890     perform 4610-UNLOAD-ONE-RECORD thru 4610-EXIT
081900         until DF-END-OF-FILE.

081910     perform 4620-WRITE-BACKUP-TRAILER thru 4620-EXIT.
081920     close backupfile.

081930     display "UNLOAD COMPLETE TO " DF-BACKUP-PATH.
081940     display "RECORDS UNLOADED: " DF-BK-RECORDS.
081950     display "EMPLOYEES " DF-BK-EMP-COUNT
081960         "  MANAGERS " DF-BK-MGR-COUNT
081970         "  EXECUTIVES " DF-BK-EXEC-COUNT.
081980     perform 8600-PAUSE thru 8600-EXIT.
081990 4600-EXIT.
082000     exit.

082010 4610-UNLOAD-ONE-RECORD.
082020     perform 4615-WRITE-ONE-BACKUP-IMAGE thru 4615-EXIT.
082030     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
082040 4610-EXIT.
082050     exit.

082060*>   Counts and hashes the record in the staff record area and
082070*>   writes its image to the backup file.  Shared by the
082080*>   unload run and the 1100 old-format rebuild.
082090 4615-WRITE-ONE-BACKUP-IMAGE.
082100     evaluate EM-POSITION
082110         when "E"
082120             add 1 to DF-BK-EMP-COUNT
082130             add EM-SALARY to DF-BK-HASH
082140         when "M"
082150             add 1 to DF-BK-MGR-COUNT
082160             add MN-SALARY to DF-BK-HASH
082170         when "X"
082180             add 1 to DF-BK-EXEC-COUNT
082190             add EX-SALARY to DF-BK-HASH
082200         when other
082210*>           A record with a position code nothing recognizes
082220*>           still belongs on the backup - it is copied, it
082230*>           just cannot join the per-code control counts.
082240             display "UNRECOGNIZED POSITION CODE COPIED TO "
082250                 "BACKUP: " EM-POSITION
082260     end-evaluate.
082270     move EXECUTIVE-REC to BK-IMAGE.
082280     write BACKUP-REC.
082290     if DF-BACKUP-STATUS not = "00"
082300         perform 9900-ABEND thru 9900-EXIT
082310     end-if.
082320     add 1 to DF-BK-RECORDS.
082330 4615-EXIT.
082340     exit.

082350 4620-WRITE-BACKUP-TRAILER.
082360     move spaces to BACKUP-TRAILER.
082370     move "*TRAILER" to BT-MARKER.
082380     move DF-BK-EMP-COUNT to BT-EMP-COUNT.
082390     move DF-BK-MGR-COUNT to BT-MGR-COUNT.
082400     move DF-BK-EXEC-COUNT to BT-EXEC-COUNT.
082410     move DF-BK-HASH to BT-SALARY-HASH.
082420     write BACKUP-TRAILER.
082430     if DF-BACKUP-STATUS not = "00"
082440         perform 9900-ABEND thru 9900-EXIT
082450     end-if.
082460 4620-EXIT.
082470     exit.

082480****************************************************************
082490* 4700-RELOAD-STAFFFILE - rebuild a fresh indexed staff file   *
082500* from the flat backup, then prove the per-position counts and *
082510* the salary hash against the backup's trailer before anyone   *
082520* is let back in.  A mismatch is shouted and the run ends with *
082530* a nonzero return code so the schedule stops.                 *
082540****************************************************************
082550 4700-RELOAD-STAFFFILE.
082560     display "RELOAD REPLACES THE ENTIRE STAFF FILE FROM "
082570         DF-BACKUP-PATH.
082580     display "CONFIRM RELOAD (Y/N): " with no advancing.
082590     accept DF-CONFIRM.
082600     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
082610         display "RELOAD CANCELLED"
082620         go to 4700-EXIT
082630     end-if.

082640     perform 4701-RELOAD-CORE thru 4701-EXIT.
082650     perform 8600-PAUSE thru 8600-EXIT.
082660 4700-EXIT.
082670     exit.

082680****************************************************************
082690* 4701-RELOAD-CORE - the reload itself, shared by the menu     *
082700* reload and the 1100 old-format rebuild: read the backup,     *
082710* rebuild a fresh indexed file, reopen it, and prove the       *
082720* counts and salary hash against the trailer.  A failed proof  *
082730* stops the run with a nonzero return code - an unproven file  *
082740* is never handed back.                                        *
082750****************************************************************
082760 4701-RELOAD-CORE.
082770     open input backupfile.
082780     if DF-BACKUP-STATUS = "35"
082790         display "NO BACKUP FILE FOUND AT " DF-BACKUP-PATH
082800         go to 4701-EXIT
082810     end-if.
082820     if DF-BACKUP-STATUS not = "00"
082830         perform 9900-ABEND thru 9900-EXIT
082840     end-if.

082850     move zero to DF-BK-EMP-COUNT.
082860     move zero to DF-BK-MGR-COUNT.
082870     move zero to DF-BK-EXEC-COUNT.
082880     move zero to DF-BK-HASH.
082890     move zero to DF-BK-RECORDS.
082900     move "N" to DF-BK-EOF-SWITCH.
082910     move "N" to DF-BK-TRAILER-SWITCH.

082920     close stafffile.
082930     open output stafffile.
082940     if FILE-STATUS not = "00"
082950         perform 9900-ABEND thru 9900-EXIT
082960     end-if.

082970     perform 4705-READ-BACKUP thru 4705-EXIT.
082980     perform 4710-RELOAD-ONE-RECORD thru 4710-EXIT
082990         until DF-BK-END-OF-FILE.
083000     close backupfile.

083010     close stafffile.
083020     open i-o stafffile.
083030     if FILE-STATUS not = "00"
083040         perform 9900-ABEND thru 9900-EXIT
083050     end-if.

083060     if not DF-BK-TRAILER-SEEN
083070         display "*** NO TRAILER ON BACKUP - RELOAD NOT PROVEN"
083080             " - DO NOT USE THE FILE ***"
083090*>       An unproven file must not be handed back to the menu -
083100*>       stop the run the way 9900 does, so nothing touches it
083110*>       until the reload is sorted out.
083120         move 8 to return-code
083130         stop run
083140     end-if.

083150     if DF-BK-EMP-COUNT = BT-EMP-COUNT
083160             and DF-BK-MGR-COUNT = BT-MGR-COUNT
083170             and DF-BK-EXEC-COUNT = BT-EXEC-COUNT
083180             and DF-BK-HASH = BT-SALARY-HASH
083190         display "RELOAD PROVED - COUNTS AND SALARY HASH MATCH "
083200             "THE TRAILER"
083210         display "RECORDS RELOADED: " DF-BK-RECORDS
083220     else
083230         display "*** RELOAD OUT OF BALANCE - DO NOT USE THE "
083240             "FILE ***"
083250         display "EMPLOYEES  RELOADED " DF-BK-EMP-COUNT
083260             " TRAILER " BT-EMP-COUNT
083270         display "MANAGERS   RELOADED " DF-BK-MGR-COUNT
083280             " TRAILER " BT-MGR-COUNT
083290         display "EXECUTIVES RELOADED " DF-BK-EXEC-COUNT
083300             " TRAILER " BT-EXEC-COUNT
083310*>       An unproven file must not be handed back to the menu -
083320*>       stop the run the way 9900 does, so nothing touches it
083330*>       until the reload is sorted out.
083340         move 8 to return-code
083350         stop run
083360     end-if.
083370 4701-EXIT.
083380     exit.

083390 4705-READ-BACKUP.
083400     read backupfile
083410         at end
083420             move "Y" to DF-BK-EOF-SWITCH
083430             go to 4705-EXIT
083440     end-read.
083450     if DF-BACKUP-STATUS not = "00"
083460         perform 9900-ABEND thru 9900-EXIT
083470     end-if.
083480 4705-EXIT.
083490     exit.

083500*>   The trailer is left in the record area when it arrives -
083510*>   its totals are compared after the staff file has been
083520*>   reopened - and anything after it on the file is ignored.
083530 4710-RELOAD-ONE-RECORD.
083540     if BT-MARKER = "*TRAILER"
083550         move "Y" to DF-BK-TRAILER-SWITCH
083560         move "Y" to DF-BK-EOF-SWITCH
083570         go to 4710-EXIT
083580     end-if.

083590     move BK-IMAGE to EXECUTIVE-REC.
083600     perform 2348-CLEAR-UNSET-REPORTS-TO thru 2348-EXIT.
083610*>   Counts and the hash move only after a WRITE lands, so a
083620*>   duplicate image skipped here cannot throw the trailer
083630*>   proof out of balance.
083640     evaluate EM-POSITION
083650         when "E"
083660             write EMPLOYEE-REC
083670                 invalid key
083680                     display "DUPLICATE EMPLOYEE NUMBER ON "
083690                         "BACKUP SKIPPED: " EM-EMP-NUM
083700                     perform 4705-READ-BACKUP thru 4705-EXIT
083710                     go to 4710-EXIT
083720             end-write
083730             add 1 to DF-BK-EMP-COUNT
083740             add EM-SALARY to DF-BK-HASH
083750         when "M"
083760             write MANAGER-REC
083770                 invalid key
083780                     display "DUPLICATE EMPLOYEE NUMBER ON "
083790                         "BACKUP SKIPPED: " EM-EMP-NUM
083800                     perform 4705-READ-BACKUP thru 4705-EXIT
083810                     go to 4710-EXIT
083820             end-write
083830             add 1 to DF-BK-MGR-COUNT
083840             add MN-SALARY to DF-BK-HASH
083850         when "X"
083860             write EXECUTIVE-REC
083870                 invalid key
083880                     display "DUPLICATE EMPLOYEE NUMBER ON "
083890                         "BACKUP SKIPPED: " EM-EMP-NUM
083900                     perform 4705-READ-BACKUP thru 4705-EXIT
083910                     go to 4710-EXIT
083920             end-write
083930             add 1 to DF-BK-EXEC-COUNT
083940             add EX-SALARY to DF-BK-HASH
083950         when other
083960             display "UNRECOGNIZED POSITION CODE ON BACKUP "
083970                 "COPIED BACK: " EM-POSITION
083980             write EXECUTIVE-REC
083990                 invalid key
084000                     display "DUPLICATE EMPLOYEE NUMBER ON "
084010                         "BACKUP SKIPPED: " EM-EMP-NUM
084020                     perform 4705-READ-BACKUP thru 4705-EXIT
084030                     go to 4710-EXIT
084040             end-write
084050     end-evaluate.
084060     if FILE-STATUS not = "00"
084070         perform 9900-ABEND thru 9900-EXIT
084080     end-if.
084090     add 1 to DF-BK-RECORDS.
084100     perform 4705-READ-BACKUP thru 4705-EXIT.
084110 4710-EXIT.
084120     exit.

084130****************************************************************
084140* 4800-REINSTATE-LEAVER - pull a leaver's archived record back *
084150* onto the staff file.  The archive is scanned to its end so a *
084160* person who left more than once comes back as they last       *
084170* stood, and the restored record is stamped and audited like   *
084180* any other maintenance write.                                 *
084190****************************************************************
084200 4800-REINSTATE-LEAVER.
084210     display "ENTER EMPLOYEE NUMBER TO REINSTATE: "
084220         with no advancing.
084230     accept DF-INQUIRY-EMP-NUM.
084240     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
084250     move "N" to DF-FOUND-SWITCH.
084260     read stafffile record
084270         invalid key
084280             continue
084290     end-read.
084300     if FILE-STATUS = "00"
084310         display "EMPLOYEE NUMBER IS ALREADY ON THE STAFF "
084320             "FILE - NOTHING REINSTATED"
084330         go to 4800-EXIT
084340     end-if.
084350*>   Status 23 is the expected not-found; anything else is a
084360*>   real I/O failure and stops the run like every other read.
084370     if FILE-STATUS not = "23"
084380         perform 9900-ABEND thru 9900-EXIT
084390     end-if.

084400     open input archfile.
084410*>   The archive is OPTIONAL, so a site that has never deleted
084420*>   anyone opens an empty file with status 05 - close it
084430*>   again so the next delete's OPEN EXTEND is not blocked.
084440     if DF-ARCH-STATUS = "35" or DF-ARCH-STATUS = "05"
084450         display "NO LEAVERS ARCHIVE FOUND AT " DF-ARCH-PATH
084460         close archfile
084470         go to 4800-EXIT
084480     end-if.
084490     if DF-ARCH-STATUS not = "00"
084500         perform 9900-ABEND thru 9900-EXIT
084510     end-if.

084520     move "N" to DF-ARCH-EOF-SWITCH.
084530     move DF-INQUIRY-EMP-NUM to DF-ARCH-KEY.
084540     move spaces to DF-ARCH-HOLD.
084550     perform 4810-SCAN-ARCHIVE thru 4810-EXIT
084560         until DF-ARCH-END-OF-FILE.
084570     close archfile.

084580     if not DF-RECORD-WAS-FOUND
084590         display "EMPLOYEE NOT FOUND IN THE LEAVERS ARCHIVE"
084600         go to 4800-EXIT
084610     end-if.

084620     perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT.
084630     move DF-AH-IMAGE to EXECUTIVE-REC.
084640*>   An image archived before the dates existed carries
084650*>   whatever bytes the record area held where the date group
084660*>   now sits - zero them as never captured rather than file
084670*>   garbage dates back onto the staff file.
084680     evaluate EM-POSITION
084690         when "E"
084700             if EM-DATES not numeric
084710                 move zero to EM-DATE-OF-BIRTH
084720                 move zero to EM-HIRE-DATE
084730             end-if
084740         when "M"
084750             if MN-DATES not numeric
084760                 move zero to MN-DATE-OF-BIRTH
084770                 move zero to MN-HIRE-DATE
084780             end-if
084790         when "X"
084800             if EX-DATES not numeric
084810                 move zero to EX-DATE-OF-BIRTH
084820                 move zero to EX-HIRE-DATE
084830             end-if
084840         when other
084850             continue
084860     end-evaluate.
084870*>   The line manager the leaver had may have gone or moved
084880*>   since - a line that no longer stands is cleared rather
084890*>   than filed back, and the operator told.
084900     perform 2348-CLEAR-UNSET-REPORTS-TO thru 2348-EXIT.
084910     move EM-EMP-NUM to DF-RP-SUBJECT.
084920     move EM-POSITION to DF-RP-TIER.
084930     perform 2341-GET-REPORTS-TO thru 2341-EXIT.
084940     move DF-RP-NEXT to DF-RP-MANAGER.
084950     move "N" to DF-RP-RELOCK-SWITCH.
084960     perform 2340-CHECK-REPORTS-TO thru 2340-EXIT.
084970     if DF-RP-REASON not = spaces
084980         perform 2344-SHOW-REPORTS-TO-REASON thru 2344-EXIT
084990         display "REPORTING LINE CLEARED - SET IT THROUGH "
085000             "MAINTENANCE"
085010         evaluate EM-POSITION
085020             when "E"
085030                 move zero to EM-REPORTS-TO
085040             when "M"
085050                 move zero to MN-REPORTS-TO
085060             when "X"
085070                 move zero to EX-REPORTS-TO
085080         end-evaluate
085090     end-if.
085100     display "REINSTATING RECORD ARCHIVED ON " DF-AH-DATE.
085110*>   The settlement paid out at the leaving date travels on the
085120*>   archive entry - shown here so a rehire's pay is not set up
085130*>   as though the payout never happened.
085140     move DF-AH-FINAL-PAY to DF-TS-MONEY-EDIT.
085150     display "SETTLEMENT AT LEAVING - FINAL MONTH PAY "
085160         DF-TS-MONEY-EDIT.
085170     move DF-AH-LEAVE-DAYS to DF-TS-DAYS-EDIT.
085180     move DF-AH-LEAVE-PAYOUT to DF-TS-MONEY-EDIT.
085190     display "LEAVE PAYOUT " DF-TS-MONEY-EDIT " FOR "
085200         DF-TS-DAYS-EDIT " UNTAKEN DAYS ALREADY PAID.".

085210     move "REINSTAT" to DF-AUDIT-ACTION.
085220     move spaces to DF-AUDIT-BEFORE-DEPT.
085230     move zero to DF-AUDIT-BEFORE-SALARY.
085240     evaluate EM-POSITION
085250         when "E"
085260             move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT
085270             move EM-SALARY to DF-AUDIT-AFTER-SALARY
085280             perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT
085290             write EMPLOYEE-REC
085300                 invalid key
085310                     display "RECORD COULD NOT BE WRITTEN"
085320                     go to 4800-EXIT
085330             end-write
085340         when "M"
085350             move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT
085360             move MN-SALARY to DF-AUDIT-AFTER-SALARY
085370             perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT
085380             write MANAGER-REC
085390                 invalid key
085400                     display "RECORD COULD NOT BE WRITTEN"
085410                     go to 4800-EXIT
085420             end-write
085430         when "X"
085440             move EX-DEPARTMENT to DF-AUDIT-AFTER-DEPT
085450             move EX-SALARY to DF-AUDIT-AFTER-SALARY
085460             perform 6300-STAMP-EXECUTIVE-AUDIT thru 6300-EXIT
085470             write EXECUTIVE-REC
085480                 invalid key
085490                     display "RECORD COULD NOT BE WRITTEN"
085500                     go to 4800-EXIT
085510             end-write
085520         when other
085530             display "ARCHIVED RECORD HAS AN UNRECOGNIZED "
085540                 "POSITION CODE - NOT REINSTATED: " EM-POSITION
085550             go to 4800-EXIT
085560     end-evaluate.
085570     if FILE-STATUS not = "00"
085580         perform 9900-ABEND thru 9900-EXIT
085590     end-if.
085600     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
085610     display "LEAVER REINSTATED".
085620 4800-EXIT.
085630     exit.

085640*>   The employee number sits in bytes two to seven of every
085650*>   archived image, whatever the tier - the code group is at
085660*>   the same offset in all three layouts.
085670 4810-SCAN-ARCHIVE.
085680     read archfile
085690         at end
085700             move "Y" to DF-ARCH-EOF-SWITCH
085710             go to 4810-EXIT
085720     end-read.
085730     if DF-ARCH-STATUS not = "00"
085740         perform 9900-ABEND thru 9900-EXIT
085750     end-if.
085760     if AR-IMAGE(2:6) = DF-ARCH-KEY
085770         move AR-LEAVING-DATE to DF-AH-DATE
085780         move AR-IMAGE to DF-AH-IMAGE
085790         move AR-FINAL-PAY to DF-AH-FINAL-PAY
085800         move AR-LEAVE-DAYS-PAID to DF-AH-LEAVE-DAYS
085810         move AR-LEAVE-PAYOUT to DF-AH-LEAVE-PAYOUT
085820         move "Y" to DF-FOUND-SWITCH
085830     end-if.
085840 4810-EXIT.
085850     exit.

085860****************************************************************
085870* 4900-SALARY-REVIEW - the annual pay award.  The proposal     *
085880* pass prints current and proposed salaries under the entered  *
085890* award rule for finance to approve; the apply pass rewrites   *
085900* the approved increases with author stamping, an audit entry  *
085910* per record, and a checkpoint after every rewrite so an       *
085920* interrupted apply resumes where it stopped instead of        *
085930* uplifting anyone twice.                                      *
085940****************************************************************
085950 4900-SALARY-REVIEW.
085960     display "P)ROPOSAL PASS  A)PPLY PASS  R)ETURN : "
085970         with no advancing.
085980     accept DF-RV-CHOICE.
085990     evaluate DF-RV-CHOICE
086000         when "P"
086010             perform 4910-PROPOSAL-PASS thru 4910-EXIT
086020         when "p"
086030             perform 4910-PROPOSAL-PASS thru 4910-EXIT
086040         when "A"
086050*>           The apply pass rewrites every salary in scope -
086060*>           admin authority only; the proposal pass is a
086070*>           report anyone may run.
086080             move "A" to DF-REQUIRED-ROLE
086090             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
086100             if DF-AUTH-GRANTED
086110                 perform 4920-APPLY-PASS thru 4920-EXIT
086120             end-if
086130         when "a"
086140             move "A" to DF-REQUIRED-ROLE
086150             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
086160             if DF-AUTH-GRANTED
086170                 perform 4920-APPLY-PASS thru 4920-EXIT
086180             end-if
086190         when other
086200             continue
086210     end-evaluate.
086220 4900-EXIT.
086230     exit.

086240*>   Captures the award rule both passes share: the scope, the
086250*>   code it applies to, and the percentage.  Leaves the match
086260*>   switch usable by 4930 for each record.
086270 4905-PROMPT-AWARD-RULE.
086280     move "N" to DF-RV-MATCH-SWITCH.
086290     display "AWARD SCOPE - D)EPARTMENT  P)OSITION  A)LL : "
086300         with no advancing.
086310     accept DF-RV-SCOPE.
086320     evaluate DF-RV-SCOPE
086330         when "D"
086340             display "ENTER DEPARTMENT CODE: " with no advancing
086350             accept DF-RV-DEPT
086360         when "d"
086370             move "D" to DF-RV-SCOPE
086380             display "ENTER DEPARTMENT CODE: " with no advancing
086390             accept DF-RV-DEPT
086400         when "P"
086410             display "ENTER POSITION CODE (E/M/X): "
086420                 with no advancing
086430             accept DF-RV-POS
086440         when "p"
086450             move "P" to DF-RV-SCOPE
086460             display "ENTER POSITION CODE (E/M/X): "
086470                 with no advancing
086480             accept DF-RV-POS
086490         when "A"
086500             continue
086510         when "a"
086520             move "A" to DF-RV-SCOPE
086530         when other
086540             display "UNRECOGNIZED SCOPE - RUN CANCELLED"
086550             move space to DF-RV-SCOPE
086560             go to 4905-EXIT
086570     end-evaluate.
086580     display "ENTER AWARD PERCENTAGE AS 99V99 "
086590         "(0350 MEANS 3.50 PCT): " with no advancing.
086600     accept DF-RV-PCT.
086610     if DF-RV-PCT = zero
086620         display "ZERO PERCENTAGE - RUN CANCELLED"
086630         move space to DF-RV-SCOPE
086640     end-if.
086650 4905-EXIT.
086660     exit.

086670 4910-PROPOSAL-PASS.
086680     perform 4905-PROMPT-AWARD-RULE thru 4905-EXIT.
086690     if DF-RV-SCOPE = space
086700         go to 4910-EXIT
086710     end-if.

086720     move zero to DF-RV-IN-SCOPE.
086730     move zero to DF-DEPT-COUNT.
086740     move zero to DF-GB-HELD.
086750     move zero to DF-GB-LEFT-BELOW.
086760     open output reviewfile.
086770     if DF-REVIEW-STATUS not = "00"
086780         perform 9900-ABEND thru 9900-EXIT
086790     end-if.

086800     move spaces to REVIEW-LINE.
086810     string "SALARY REVIEW PROPOSAL  SCOPE=" DF-RV-SCOPE
086820         " DEPT=" DF-RV-DEPT " POS=" DF-RV-POS
086830         " PCT=" DF-RV-PCT
086840         delimited by size into REVIEW-LINE.
086850     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.
086860     move spaces to REVIEW-LINE.
086870     string "CODE     DEPT  "
086880         "   CURRENT SALARY      PROPOSED SALARY    GRADE BAND"
086890         delimited by size into REVIEW-LINE.
086900     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.

086910     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
086920     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
086930     perform 4911-PROPOSE-ONE-PERSON thru 4911-EXIT
086940         until DF-END-OF-FILE.

086950     move spaces to REVIEW-LINE.
086960     string "DEPT     COUNT      CURRENT TOTAL       "
086970         "PROPOSED TOTAL"
086980         delimited by size into REVIEW-LINE.
086990     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.
087000     perform 4916-WRITE-ONE-REVIEW-TOTAL thru 4916-EXIT
087010         varying DF-SUB from 1 by 1
087020         until DF-SUB > DF-DEPT-COUNT.

087030     move spaces to DF-RV-TOT-WORK.
087040     move DF-RV-IN-SCOPE to DF-RV-TOT-COUNT.
087050     move spaces to REVIEW-LINE.
087060     string "PERSONS IN SCOPE " DF-RV-TOT-COUNT
087070         delimited by size into REVIEW-LINE.
087080     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.
087090     move DF-GB-HELD to DF-RV-TOT-COUNT.
087100     move spaces to REVIEW-LINE.
087110     string "ABOVE GRADE MAXIMUM - HELD AT APPLY " DF-RV-TOT-COUNT
087120         delimited by size into REVIEW-LINE.
087130     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.
087140     move DF-GB-LEFT-BELOW to DF-RV-TOT-COUNT.
087150     move spaces to REVIEW-LINE.
087160     string "STILL BELOW GRADE MINIMUM " DF-RV-TOT-COUNT
087170         delimited by size into REVIEW-LINE.
087180     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.

087190     close reviewfile.
087200     display "PROPOSAL REPORT WRITTEN TO " DF-REVIEW-PATH.
087210     display "PERSONS IN SCOPE: " DF-RV-IN-SCOPE.
087220     perform 8600-PAUSE thru 8600-EXIT.
087230 4910-EXIT.
087240     exit.

087250 4911-PROPOSE-ONE-PERSON.
087260     perform 4930-REVIEW-ELIGIBLE thru 4930-EXIT.
087270     if not DF-RV-RECORD-IN-SCOPE
087280         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
087290         go to 4911-EXIT
087300     end-if.

087310     perform 4935-COMPUTE-PROPOSED thru 4935-EXIT.
087320     perform 4936-CHECK-AWARD-BAND thru 4936-EXIT.
087330     add 1 to DF-RV-IN-SCOPE.
087340     perform 2420-FIND-OR-ADD-DEPT thru 2420-EXIT.
087350     if DF-DFIDX not = zero
087360         add 1 to DF-DEPT-EMP-COUNT(DF-DFIDX)
087370         add DF-RV-OLD-SALARY
087380             to DF-DEPT-SALARY-TOTAL(DF-DFIDX)
087390         add DF-RV-NEW-SALARY to DF-DEPT-PROP-TOTAL(DF-DFIDX)
087400     end-if.

087410     move spaces to DF-RV-WORK.
087420     move EM-CODE to DF-RV-CODE.
087430     move DF-LOOKUP-DEPT to DF-RV-WDEPT.
087440     move DF-RV-OLD-SALARY to DF-RV-CURR.
087450     move DF-RV-NEW-SALARY to DF-RV-PROP.
087460     if DF-GB-ABOVE
087470         move "ABOVE MAXIMUM - HELD" to DF-RV-BAND
087480     end-if.
087490     if DF-GB-BELOW
087500         move "BELOW MINIMUM" to DF-RV-BAND
087510     end-if.
087520     move DF-RV-WORK to REVIEW-LINE.
087530     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.
087540     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
087550 4911-EXIT.
087560     exit.

087570 4915-WRITE-REVIEW-LINE.
087580     write REVIEW-LINE.
087590     if DF-REVIEW-STATUS not = "00"
087600         perform 9900-ABEND thru 9900-EXIT
087610     end-if.
087620 4915-EXIT.
087630     exit.

087640 4916-WRITE-ONE-REVIEW-TOTAL.
087650     move spaces to DF-RV-TOT-WORK.
087660     move DF-DEPT-CODE(DF-SUB) to DF-RV-TOT-DEPT.
087670     move DF-DEPT-EMP-COUNT(DF-SUB) to DF-RV-TOT-COUNT.
087680     move DF-DEPT-SALARY-TOTAL(DF-SUB) to DF-RV-TOT-CURR.
087690     move DF-DEPT-PROP-TOTAL(DF-SUB) to DF-RV-TOT-PROP.
087700     move DF-RV-TOT-WORK to REVIEW-LINE.
087710     perform 4915-WRITE-REVIEW-LINE thru 4915-EXIT.
087720 4916-EXIT.
087730     exit.

087740****************************************************************
087750* 4920-APPLY-PASS - rewrite the approved increases.  Runs      *
087760* with its own checkpoint file, REVIEWCKPT, written after      *
087770* every rewrite: a restart repositions after the last person   *
087780* filed, so nobody is uplifted twice, and no other full-file   *
087790* run can disturb the pending checkpoint.  The operator        *
087800* re-enters the same approved rule on a restart.               *
087810****************************************************************
087820 4920-APPLY-PASS.
087830*>   New salaries land between pay periods, never part-way
087840*>   through one's month end.
087850     perform 7625-CHECK-MID-PERIOD thru 7625-EXIT.
087860     if DF-PC-REFUSED
087870         perform 8600-PAUSE thru 8600-EXIT
087880         go to 4920-EXIT
087890     end-if.
087900     perform 4905-PROMPT-AWARD-RULE thru 4905-EXIT.
087910     if DF-RV-SCOPE = space
087920         go to 4920-EXIT
087930     end-if.
087940     perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT.
087950     display "CONFIRM APPLY OF THE AWARD (Y/N): "
087960         with no advancing.
087970     accept DF-CONFIRM.
087980     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
087990         display "APPLY CANCELLED"
088000         go to 4920-EXIT
088010     end-if.

088020     move zero to DF-RV-APPLIED.
088030     move zero to DF-RV-SKIPPED.
088040     move zero to DF-GB-HELD.
088050     move zero to DF-GB-LEFT-BELOW.
088060     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
088070     perform 4927-POSITION-FROM-REVIEW-CKPT thru 4927-EXIT.
088080     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
088090     perform 4921-APPLY-ONE-PERSON thru 4921-EXIT
088100         until DF-END-OF-FILE.

088110     perform 4926-CLEAR-REVIEW-CKPT thru 4926-EXIT.
088120     display "APPLY PASS COMPLETE".
088130     display "INCREASES APPLIED: " DF-RV-APPLIED.
088140     display "PERSONS SKIPPED:   " DF-RV-SKIPPED.
088150     display "HELD ABOVE GRADE MAXIMUM:  " DF-GB-HELD.
088160     display "STILL BELOW GRADE MINIMUM: " DF-GB-LEFT-BELOW.
088170     perform 8600-PAUSE thru 8600-EXIT.
088180 4920-EXIT.
088190     exit.

088200 4921-APPLY-ONE-PERSON.
088210     perform 4930-REVIEW-ELIGIBLE thru 4930-EXIT.
088220     if not DF-RV-RECORD-IN-SCOPE
088230         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
088240         go to 4921-EXIT
088250     end-if.

088260*>   The uplift is rewritten under the record's lock.  A lock
088270*>   held by another session skips the person, counted and
088280*>   reported in the run summary - their uplift must then be
088290*>   keyed individually through maintenance (option 3).  Do
088300*>   NOT rerun the whole pass for them: a completed pass
088310*>   clears its checkpoint, so a rerun would award the
088320*>   percentage to every in-scope salary a second time.
088330*>   Only an INTERRUPTED pass is safe to rerun - it resumes
088340*>   after the last person filed, via REVIEWCKPT.
088350     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
088360     if DF-RECORD-IS-LOCKED or not DF-RECORD-WAS-FOUND
088370         display "SKIPPED: " EM-EMP-NUM
088380         add 1 to DF-RV-SKIPPED
088390         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
088400         go to 4921-EXIT
088410     end-if.

088420     perform 4935-COMPUTE-PROPOSED thru 4935-EXIT.
088430*>   An award that would take someone over their grade maximum
088440*>   is held back - it needs the override only maintenance
088450*>   (option 3) can give and audit.  One that still leaves them
088460*>   under the minimum is filed, with a warning.
088470     perform 4936-CHECK-AWARD-BAND thru 4936-EXIT.
088480     if DF-GB-ABOVE
088490         display "HELD - ABOVE GRADE MAXIMUM: " EM-EMP-NUM
088500         perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
088510         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
088520         go to 4921-EXIT
088530     end-if.
088540     if DF-GB-BELOW
088550         display "STILL BELOW GRADE MINIMUM: " EM-EMP-NUM
088560     end-if.
088570     move "PAYAWARD" to DF-AUDIT-ACTION.
088580     evaluate EM-POSITION
088590         when "E"
088600             move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
088610             move EM-SALARY to DF-AUDIT-BEFORE-SALARY
088620             move DF-RV-NEW-SALARY to EM-SALARY
088630             move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT
088640             move EM-SALARY to DF-AUDIT-AFTER-SALARY
088650             perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT
088660             rewrite EMPLOYEE-REC
088670                 invalid key
088680                     display "RECORD COULD NOT BE REWRITTEN: "
088690                         EM-EMP-NUM
088700                     add 1 to DF-RV-SKIPPED
088710                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
088720                     perform 3100-READ-NEXT-RECORD thru 3100-EXIT
088730                     go to 4921-EXIT
088740             end-rewrite
088750         when "M"
088760             move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
088770             move MN-SALARY to DF-AUDIT-BEFORE-SALARY
088780             move DF-RV-NEW-SALARY to MN-SALARY
088790             move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT
088800             move MN-SALARY to DF-AUDIT-AFTER-SALARY
088810             perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT
088820             rewrite MANAGER-REC
088830                 invalid key
088840                     display "RECORD COULD NOT BE REWRITTEN: "
088850                         EM-EMP-NUM
088860                     add 1 to DF-RV-SKIPPED
088870                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
088880                     perform 3100-READ-NEXT-RECORD thru 3100-EXIT
088890                     go to 4921-EXIT
088900             end-rewrite
088910         when "X"
088920             move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
088930             move EX-SALARY to DF-AUDIT-BEFORE-SALARY
088940             move DF-RV-NEW-SALARY to EX-SALARY
088950             move EX-DEPARTMENT to DF-AUDIT-AFTER-DEPT
088960             move EX-SALARY to DF-AUDIT-AFTER-SALARY
088970             perform 6300-STAMP-EXECUTIVE-AUDIT thru 6300-EXIT
088980             rewrite EXECUTIVE-REC
088990                 invalid key
089000                     display "RECORD COULD NOT BE REWRITTEN: "
089010                         EM-EMP-NUM
089020                     add 1 to DF-RV-SKIPPED
089030                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
089040                     perform 3100-READ-NEXT-RECORD thru 3100-EXIT
089050                     go to 4921-EXIT
089060             end-rewrite
089070     end-evaluate.
089080     if FILE-STATUS not = "00"
089090         perform 9900-ABEND thru 9900-EXIT
089100     end-if.
089110     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
089120     add 1 to DF-RV-APPLIED.
089130     perform 4925-WRITE-REVIEW-CHECKPOINT thru 4925-EXIT.
089140     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
089150 4921-EXIT.
089160     exit.

089170*>   The apply pass checkpoints after every rewrite, not every
089180*>   DF-CHECKPOINT-INTERVAL records - replaying even one
089190*>   person's uplift would double it - and it keeps its own
089200*>   checkpoint file, so a listing or extract run between an
089210*>   interruption and the restart cannot overwrite it.
089220 4925-WRITE-REVIEW-CHECKPOINT.
089230     open output reviewckpt.
089240     if DF-RVCKPT-STATUS not = "00"
089250         perform 9900-ABEND thru 9900-EXIT
089260     end-if.
089270     move EM-EMP-NUM to RVCK-LAST-EMP-NUM.
089280     write REVIEW-CKPT-REC.
089290     if DF-RVCKPT-STATUS not = "00"
089300         perform 9900-ABEND thru 9900-EXIT
089310     end-if.
089320     close reviewckpt.
089330 4925-EXIT.
089340     exit.

089350 4926-CLEAR-REVIEW-CKPT.
089360     open output reviewckpt.
089370     if DF-RVCKPT-STATUS not = "00"
089380         perform 9900-ABEND thru 9900-EXIT
089390     end-if.
089400     move zero to RVCK-LAST-EMP-NUM.
089410     write REVIEW-CKPT-REC.
089420     if DF-RVCKPT-STATUS not = "00"
089430         perform 9900-ABEND thru 9900-EXIT
089440     end-if.
089450     close reviewckpt.
089460 4926-EXIT.
089470     exit.

089480*>   Mirrors 7030 for the apply pass's own checkpoint file: an
089490*>   interrupted apply resumes after the last person filed.
089500 4927-POSITION-FROM-REVIEW-CKPT.
089510     move zero to DF-CHECKPOINT-VALUE.
089520     open input reviewckpt.
089530     if DF-RVCKPT-STATUS = "00"
089540         read reviewckpt
089550             at end continue
089560         end-read
089570         if DF-RVCKPT-STATUS = "00"
089580             move RVCK-LAST-EMP-NUM to DF-CHECKPOINT-VALUE
089590         end-if
089600         close reviewckpt
089610     end-if.
089620     if DF-CHECKPOINT-VALUE > zero
089630         move DF-CHECKPOINT-VALUE to EM-EMP-NUM
089640         start stafffile key is greater than EM-EMP-NUM
089650             invalid key
089660                 move "Y" to DF-EOF-SWITCH
089670         end-start
089680         display "RESUMING APPLY AFTER LAST CHECKPOINT - "
089690             "EMPLOYEE " DF-CHECKPOINT-VALUE
089700     end-if.
089710 4927-EXIT.
089720     exit.

089730*>   Does the record in the staff record area fall under the
089740*>   entered award rule?  Also leaves DF-LOOKUP-DEPT holding
089750*>   the record's department for the accumulators.
089760 4930-REVIEW-ELIGIBLE.
089770     move "N" to DF-RV-MATCH-SWITCH.
089780     evaluate EM-POSITION
089790         when "E"
089800             move EM-DEPARTMENT to DF-LOOKUP-DEPT
089810         when "M"
089820             move MN-DEPARTMENT to DF-LOOKUP-DEPT
089830         when "X"
089840             move EX-DEPARTMENT to DF-LOOKUP-DEPT
089850         when other
089860             display "UNRECOGNIZED POSITION CODE - RECORD "
089870                 "SKIPPED FROM REVIEW: " EM-POSITION
089880             go to 4930-EXIT
089890     end-evaluate.
089900     evaluate DF-RV-SCOPE
089910         when "A"
089920             move "Y" to DF-RV-MATCH-SWITCH
089930         when "D"
089940             if DF-LOOKUP-DEPT = DF-RV-DEPT
089950                 move "Y" to DF-RV-MATCH-SWITCH
089960             end-if
089970         when "P"
089980             if EM-POSITION = DF-RV-POS
089990                 move "Y" to DF-RV-MATCH-SWITCH
090000             end-if
090010     end-evaluate.
090020 4930-EXIT.
090030     exit.

090040*>   The proposed salary: the tier's current salary uplifted by
090050*>   the award percentage, rounded to the penny.
090060 4935-COMPUTE-PROPOSED.
090070     evaluate EM-POSITION
090080         when "E"
090090             move EM-SALARY to DF-RV-OLD-SALARY
090100         when "M"
090110             move MN-SALARY to DF-RV-OLD-SALARY
090120         when "X"
090130             move EX-SALARY to DF-RV-OLD-SALARY
090140     end-evaluate.
090150     compute DF-RV-NEW-SALARY rounded = DF-RV-OLD-SALARY
090160         * (100 + DF-RV-PCT) / 100.
090170 4935-EXIT.
090180     exit.

090190*>   The proposed salary set against the person's grade band,
090200*>   counted for the run summary.
090210 4936-CHECK-AWARD-BAND.
090220     perform 7705-PLACE-GRADE thru 7705-EXIT.
090230     move DF-GB-REC-GRADE to DF-GB-GRADE.
090240     move DF-RV-NEW-SALARY to DF-GB-SALARY.
090250     perform 7740-CHECK-GRADE-BAND thru 7740-EXIT.
090260     if DF-GB-ABOVE
090270         add 1 to DF-GB-HELD
090280     end-if.
090290     if DF-GB-BELOW
090300         add 1 to DF-GB-LEFT-BELOW
090310     end-if.
090320 4936-EXIT.
090330     exit.

090340****************************************************************
090350* 5000-DEPT-TRANSFER - department close-down transfer run.     *
090360* Moves every person on a department being closed - employee,  *
090370* manager and executive tiers alike - onto a receiving         *
090380* department that must be active on the master, rewriting and  *
090390* stamping each record, filing an audit entry per person, and  *
090400* printing a transfer report with per-tier counts.  Run after  *
090410* 4230 has deactivated the old department, so nothing keeps    *
090420* reporting against the dead code.                             *
090430****************************************************************
090440 5000-DEPT-TRANSFER.
090450     display "ENTER DEPARTMENT TO CLOSE DOWN (FROM): "
090460         with no advancing.
090470     accept DF-XF-FROM-DEPT.
090480     if DF-XF-FROM-DEPT = spaces
090490         display "NOTHING ENTERED - TRANSFER CANCELLED"
090500         go to 5000-EXIT
090510     end-if.
090520     display "ENTER RECEIVING DEPARTMENT (TO): "
090530         with no advancing.
090540     accept DF-XF-TO-DEPT.
090550     if DF-XF-TO-DEPT = spaces
090560         display "NOTHING ENTERED - TRANSFER CANCELLED"
090570         go to 5000-EXIT
090580     end-if.
090590     if DF-XF-TO-DEPT = DF-XF-FROM-DEPT
090600         display "RECEIVING DEPARTMENT IS THE ONE BEING CLOSED "
090610             "- TRANSFER CANCELLED"
090620         go to 5000-EXIT
090630     end-if.

090640*>   The receiving department must be approved - on the master
090650*>   with the active flag set - before anyone is moved onto it.
090660     move DF-XF-TO-DEPT to DF-CHECK-DEPT.
090670     perform 4250-VALIDATE-DEPARTMENT thru 4250-EXIT.
090680     if DF-DFIDX = zero
090690         display "RECEIVING DEPARTMENT " DF-XF-TO-DEPT " IS NOT "
090700             "ACTIVE ON THE DEPARTMENT MASTER - TRANSFER REFUSED"
090710         go to 5000-EXIT
090720     end-if.

090730*>   Everyone on the closing department lands on the receiving
090740*>   one - where that takes it over its funded establishment in
090750*>   any tier the operator is warned and has to override.
090760     perform 7250-CHECK-TRANSFER-ESTAB thru 7250-EXIT.
090770     if not DF-EB-PROCEED
090780         display "TRANSFER CANCELLED"
090790         go to 5000-EXIT
090800     end-if.

090810     display "CONFIRM TRANSFER OF ALL STAFF FROM "
090820         DF-XF-FROM-DEPT " TO " DF-XF-TO-DEPT " (Y/N): "
090830         with no advancing.
090840     accept DF-CONFIRM.
090850     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
090860         display "TRANSFER CANCELLED"
090870         go to 5000-EXIT
090880     end-if.
090890     perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT.
090900*>   The override goes on the audit trail now the acting operator
090910*>   is known - one entry per tier taken over, naming the tier
090920*>   with a zero employee number.
090930     if DF-EB-OVERRIDDEN
090940         move "Y" to DF-EB-NAME-TIER-SWITCH
090950         perform 7248-AUDIT-OVERRIDE thru 7248-EXIT
090960         move "N" to DF-EB-NAME-TIER-SWITCH
090970     end-if.

090980     move zero to DF-XF-EMP-COUNT.
090990     move zero to DF-XF-MGR-COUNT.
091000     move zero to DF-XF-EXEC-COUNT.
091010     move zero to DF-XF-SKIPPED.

091020     open output xferfile.
091030     if DF-XFER-STATUS not = "00"
091040         perform 9900-ABEND thru 9900-EXIT
091050     end-if.
091060     accept DF-REG-DATE from date yyyymmdd.
091070     move spaces to XFER-LINE.
091080     string "DEPARTMENT CLOSE-DOWN TRANSFER RUN DATE "
091090         DF-REG-DATE " FROM " DF-XF-FROM-DEPT
091100         " TO " DF-XF-TO-DEPT
091110         delimited by size into XFER-LINE.
091120     perform 5030-WRITE-XFER-LINE thru 5030-EXIT.

091130*>   Rewriting a record moves it along the department alternate
091140*>   key, so the run walks the primary key like every other
091150*>   full-file run and tests each tier's own department field -
091160*>   which also reaches the manager and executive records the
091170*>   department key cannot see.
091180     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
091190     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
091200     perform 5010-TRANSFER-ONE-PERSON thru 5010-EXIT
091210         until DF-END-OF-FILE.

091220     move spaces to XFER-LINE.
091230     move DF-XF-EMP-COUNT to DF-XF-MOVED.
091240     string "EMPLOYEES MOVED  " DF-XF-MOVED
091250         delimited by size into XFER-LINE.
091260     perform 5030-WRITE-XFER-LINE thru 5030-EXIT.
091270     move spaces to XFER-LINE.
091280     move DF-XF-MGR-COUNT to DF-XF-MOVED.
091290     string "MANAGERS MOVED   " DF-XF-MOVED
091300         delimited by size into XFER-LINE.
091310     perform 5030-WRITE-XFER-LINE thru 5030-EXIT.
091320     move spaces to XFER-LINE.
091330     move DF-XF-EXEC-COUNT to DF-XF-MOVED.
091340     string "EXECUTIVES MOVED " DF-XF-MOVED
091350         delimited by size into XFER-LINE.
091360     perform 5030-WRITE-XFER-LINE thru 5030-EXIT.
091370     if DF-XF-SKIPPED not = zero
091380         move spaces to XFER-LINE
091390         move DF-XF-SKIPPED to DF-XF-MOVED
091400         string "SKIPPED (IN USE) " DF-XF-MOVED
091410             " - RERUN THE TRANSFER TO PICK THEM UP"
091420             delimited by size into XFER-LINE
091430         perform 5030-WRITE-XFER-LINE thru 5030-EXIT
091440     end-if.
091450     close xferfile.

091460     display "TRANSFER COMPLETE - REPORT WRITTEN TO "
091470         DF-XFER-PATH.
091480     display "EMPLOYEES " DF-XF-EMP-COUNT
091490         "  MANAGERS " DF-XF-MGR-COUNT
091500         "  EXECUTIVES " DF-XF-EXEC-COUNT.
091510     if DF-XF-SKIPPED not = zero
091520         display "SKIPPED (IN USE): " DF-XF-SKIPPED
091530     end-if.
091540     perform 2350-LIST-ORPHANS thru 2350-EXIT.
091550     perform 8600-PAUSE thru 8600-EXIT.
091560 5000-EXIT.
091570     exit.

091580 5010-TRANSFER-ONE-PERSON.
091590     evaluate EM-POSITION
091600         when "E"
091610             move EM-DEPARTMENT to DF-LOOKUP-DEPT
091620         when "M"
091630             move MN-DEPARTMENT to DF-LOOKUP-DEPT
091640         when "X"
091650             move EX-DEPARTMENT to DF-LOOKUP-DEPT
091660         when other
091670             display "UNRECOGNIZED POSITION CODE ON RECORD: "
091680                 EM-POSITION
091690             perform 3100-READ-NEXT-RECORD thru 3100-EXIT
091700             go to 5010-EXIT
091710     end-evaluate.
091720     if DF-LOOKUP-DEPT not = DF-XF-FROM-DEPT
091730         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
091740         go to 5010-EXIT
091750     end-if.

091760*>   The move is rewritten under the record's lock, the same
091770*>   discipline as the review apply pass and the age roll -
091780*>   a record held by another session is skipped and counted,
091790*>   and a rerun of the transfer picks it up.
091800     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
091810     if DF-RECORD-IS-LOCKED or not DF-RECORD-WAS-FOUND
091820         display "SKIPPED: " EM-EMP-NUM
091830         add 1 to DF-XF-SKIPPED
091840         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
091850         go to 5010-EXIT
091860     end-if.

091870     move "TRANSFER" to DF-AUDIT-ACTION.
091880     evaluate EM-POSITION
091890         when "E"
091900             move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
091910             move EM-SALARY to DF-AUDIT-BEFORE-SALARY
091920             move DF-XF-TO-DEPT to EM-DEPARTMENT
091930             move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT
091940             move EM-SALARY to DF-AUDIT-AFTER-SALARY
091950             perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT
091960             rewrite EMPLOYEE-REC
091970                 invalid key
091980                     display "RECORD COULD NOT BE "
091990                         "REWRITTEN: " EM-EMP-NUM
092000                     add 1 to DF-XF-SKIPPED
092010                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
092020                     perform 3100-READ-NEXT-RECORD
092030                         thru 3100-EXIT
092040                     go to 5010-EXIT
092050             end-rewrite
092060             if FILE-STATUS not = "00"
092070                 perform 9900-ABEND thru 9900-EXIT
092080             end-if
092090             perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT
092100             add 1 to DF-XF-EMP-COUNT
092110             perform 5020-REPORT-ONE-TRANSFER thru 5020-EXIT
092120         when "M"
092130             move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
092140             move MN-SALARY to DF-AUDIT-BEFORE-SALARY
092150             move DF-XF-TO-DEPT to MN-DEPARTMENT
092160             move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT
092170             move MN-SALARY to DF-AUDIT-AFTER-SALARY
092180             perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT
092190             rewrite MANAGER-REC
092200                 invalid key
092210                     display "RECORD COULD NOT BE "
092220                         "REWRITTEN: " MN-EMP-NUM
092230                     add 1 to DF-XF-SKIPPED
092240                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
092250                     perform 3100-READ-NEXT-RECORD
092260                         thru 3100-EXIT
092270                     go to 5010-EXIT
092280             end-rewrite
092290             if FILE-STATUS not = "00"
092300                 perform 9900-ABEND thru 9900-EXIT
092310             end-if
092320             perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT
092330             add 1 to DF-XF-MGR-COUNT
092340             perform 5020-REPORT-ONE-TRANSFER thru 5020-EXIT
092350         when "X"
092360             move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
092370             move EX-SALARY to DF-AUDIT-BEFORE-SALARY
092380             move DF-XF-TO-DEPT to EX-DEPARTMENT
092390             move EX-DEPARTMENT to DF-AUDIT-AFTER-DEPT
092400             move EX-SALARY to DF-AUDIT-AFTER-SALARY
092410             perform 6300-STAMP-EXECUTIVE-AUDIT thru 6300-EXIT
092420             rewrite EXECUTIVE-REC
092430                 invalid key
092440                     display "RECORD COULD NOT BE "
092450                         "REWRITTEN: " EX-EMP-NUM
092460                     add 1 to DF-XF-SKIPPED
092470                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
092480                     perform 3100-READ-NEXT-RECORD
092490                         thru 3100-EXIT
092500                     go to 5010-EXIT
092510             end-rewrite
092520             if FILE-STATUS not = "00"
092530                 perform 9900-ABEND thru 9900-EXIT
092540             end-if
092550             perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT
092560             add 1 to DF-XF-EXEC-COUNT
092570             perform 5020-REPORT-ONE-TRANSFER thru 5020-EXIT
092580     end-evaluate.
092590     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
092600 5010-EXIT.
092610     exit.

092620*>   One report line per person moved - the code group and the
092630*>   surname sit at the same offsets whatever the tier.
092640 5020-REPORT-ONE-TRANSFER.
092650     move spaces to XFER-LINE.
092660     string EM-CODE " " EM-SURNAME(1:25)
092670         " FROM " DF-XF-FROM-DEPT " TO " DF-XF-TO-DEPT
092680         delimited by size into XFER-LINE.
092690     perform 5030-WRITE-XFER-LINE thru 5030-EXIT.
092700 5020-EXIT.
092710     exit.

092720 5030-WRITE-XFER-LINE.
092730     write XFER-LINE.
092740     if DF-XFER-STATUS not = "00"
092750         perform 9900-ABEND thru 9900-EXIT
092760     end-if.
092770 5030-EXIT.
092780     exit.

092790****************************************************************
092800* 5100-RATES-MASTER - maintenance for the deductions rates     *
092810* master: tax bands, the pension percentage per tier and the   *
092820* fixed deductions per employee, under one type-plus-value     *
092830* key.  Rates can be removed outright - unlike departments,    *
092840* nothing on the staff file refers back to them.               *
092850****************************************************************
092860 5100-RATES-MASTER.
092870     display "A)DD  U)PDATE  D)ELETE  L)IST  R)ETURN : "
092880         with no advancing.
092890     accept DF-RM-CHOICE.
092900     evaluate DF-RM-CHOICE
092910         when "A"
092920             perform 5110-ADD-RATE thru 5110-EXIT
092930         when "a"
092940             perform 5110-ADD-RATE thru 5110-EXIT
092950         when "U"
092960             perform 5120-UPDATE-RATE thru 5120-EXIT
092970         when "u"
092980             perform 5120-UPDATE-RATE thru 5120-EXIT
092990         when "D"
093000             perform 5130-DELETE-RATE thru 5130-EXIT
093010         when "d"
093020             perform 5130-DELETE-RATE thru 5130-EXIT
093030         when "L"
093040             perform 5140-LIST-RATES thru 5140-EXIT
093050         when "l"
093060             perform 5140-LIST-RATES thru 5140-EXIT
093070         when other
093080             continue
093090     end-evaluate.
093100 5100-EXIT.
093110     exit.

093120*>   Captures the rate type and its key value - the band
093130*>   number, position code or employee number the type calls
093140*>   for.  A blank type means the caller gave up.
093150 5105-PROMPT-RATE-KEY.
093160     display "RATE TYPE - T)AX BAND  P)ENSION TIER  "
093170         "F)IXED DEDUCTION : " with no advancing.
093180     accept DF-RM-TYPE.
093190     move spaces to DF-RM-KEY.
093200     evaluate DF-RM-TYPE
093210         when "t"
093220             move "T" to DF-RM-TYPE
093230         when "p"
093240             move "P" to DF-RM-TYPE
093250         when "f"
093260             move "F" to DF-RM-TYPE
093270         when "T"
093280             continue
093290         when "P"
093300             continue
093310         when "F"
093320             continue
093330         when other
093340             display "UNRECOGNIZED RATE TYPE"
093350             move space to DF-RM-TYPE
093360             go to 5105-EXIT
093370     end-evaluate.
093380     evaluate DF-RM-TYPE
093390         when "T"
093400             display "ENTER BAND NUMBER (6 DIGITS): "
093410                 with no advancing
093420             accept DF-RM-KEY
093430         when "P"
093440             display "ENTER POSITION CODE (E/M/X): "
093450                 with no advancing
093460             accept DF-RM-KEY
093470         when "F"
093480             display "ENTER EMPLOYEE NUMBER (6 DIGITS): "
093490                 with no advancing
093500             accept DF-RM-KEY
093510     end-evaluate.
093520     if DF-RM-KEY = spaces
093530         display "NOTHING ENTERED"
093540         move space to DF-RM-TYPE
093550     end-if.
093560 5105-EXIT.
093570     exit.

093580 5110-ADD-RATE.
093590     perform 5105-PROMPT-RATE-KEY thru 5105-EXIT.
093600     if DF-RM-TYPE = space
093610         go to 5110-EXIT
093620     end-if.
093630     initialize RATE-REC.
093640     move DF-RM-TYPE to RA-TYPE.
093650     move DF-RM-KEY to RA-KEY-VALUE.
093660     display "ENTER DESCRIPTION: " with no advancing.
093670     accept RA-DESCRIPTION.
093680     evaluate RA-TYPE
093690         when "T"
093700             display "ENTER BAND FLOOR (MONTHLY GROSS): "
093710                 with no advancing
093720             accept RA-BAND-FLOOR
093730             display "ENTER TAX PERCENTAGE AS 99V99 "
093740                 "(0350 MEANS 3.50 PCT): " with no advancing
093750             accept RA-PERCENT
093760         when "P"
093770             display "ENTER PENSION PERCENTAGE AS 99V99 "
093780                 "(0350 MEANS 3.50 PCT): " with no advancing
093790             accept RA-PERCENT
093800         when "F"
093810             display "ENTER MONTHLY AMOUNT: " with no advancing
093820             accept RA-AMOUNT
093830     end-evaluate.
093840     write RATE-REC
093850         invalid key
093860             display "RATE ALREADY ON MASTER"
093870             go to 5110-EXIT
093880     end-write.
093890     if DF-RATES-STATUS not = "00"
093900         perform 9900-ABEND thru 9900-EXIT
093910     end-if.
093920     move "Y" to DF-RATES-SWITCH.
093930     display "RATE ADDED".
093940 5110-EXIT.
093950     exit.

093960 5120-UPDATE-RATE.
093970     perform 5105-PROMPT-RATE-KEY thru 5105-EXIT.
093980     if DF-RM-TYPE = space
093990         go to 5120-EXIT
094000     end-if.
094010     move DF-RM-TYPE to RA-TYPE.
094020     move DF-RM-KEY to RA-KEY-VALUE.
094030     read ratefile record with lock
094040         invalid key
094050             display "RATE NOT ON MASTER"
094060             go to 5120-EXIT
094070     end-read.
094080     if DF-RATES-STATUS = "51" or DF-RATES-STATUS = "99"
094090         display "RATE IN USE BY ANOTHER OPERATOR - TRY "
094100             "AGAIN IN A MOMENT"
094110         go to 5120-EXIT
094120     end-if.
094130     if DF-RATES-STATUS not = "00"
094140         perform 9900-ABEND thru 9900-EXIT
094150     end-if.

094160     display "NEW DESCRIPTION (ENTER TO LEAVE UNCHANGED): "
094170         with no advancing.
094180     accept DF-RM-DESC.
094190     if DF-RM-DESC not = spaces
094200         move DF-RM-DESC to RA-DESCRIPTION
094210     end-if.
094220     evaluate RA-TYPE
094230         when "T"
094240             display "NEW BAND FLOOR (0 = UNCHANGED): "
094250                 with no advancing
094260             accept DF-RM-FLOOR
094270             if DF-RM-FLOOR not = zero
094280                 move DF-RM-FLOOR to RA-BAND-FLOOR
094290             end-if
094300             display "NEW TAX PERCENTAGE (0 = UNCHANGED): "
094310                 with no advancing
094320             accept DF-RM-PCT
094330             if DF-RM-PCT not = zero
094340                 move DF-RM-PCT to RA-PERCENT
094350             end-if
094360         when "P"
094370             display "NEW PENSION PERCENTAGE (0 = UNCHANGED): "
094380                 with no advancing
094390             accept DF-RM-PCT
094400             if DF-RM-PCT not = zero
094410                 move DF-RM-PCT to RA-PERCENT
094420             end-if
094430         when "F"
094440             display "NEW MONTHLY AMOUNT (0 = UNCHANGED): "
094450                 with no advancing
094460             accept DF-RM-AMT
094470             if DF-RM-AMT not = zero
094480                 move DF-RM-AMT to RA-AMOUNT
094490             end-if
094500     end-evaluate.

094510     rewrite RATE-REC
094520         invalid key
094530             display "RATE COULD NOT BE REWRITTEN"
094540             unlock ratefile
094550             go to 5120-EXIT
094560     end-rewrite.
094570     if DF-RATES-STATUS not = "00"
094580         perform 9900-ABEND thru 9900-EXIT
094590     end-if.
094600     display "RATE UPDATED".
094610 5120-EXIT.
094620     exit.

094630 5130-DELETE-RATE.
094640     perform 5105-PROMPT-RATE-KEY thru 5105-EXIT.
094650     if DF-RM-TYPE = space
094660         go to 5130-EXIT
094670     end-if.
094680     move DF-RM-TYPE to RA-TYPE.
094690     move DF-RM-KEY to RA-KEY-VALUE.
094700     read ratefile record with lock
094710         invalid key
094720             display "RATE NOT ON MASTER"
094730             go to 5130-EXIT
094740     end-read.
094750     if DF-RATES-STATUS = "51" or DF-RATES-STATUS = "99"
094760         display "RATE IN USE BY ANOTHER OPERATOR - TRY "
094770             "AGAIN IN A MOMENT"
094780         go to 5130-EXIT
094790     end-if.
094800     if DF-RATES-STATUS not = "00"
094810         perform 9900-ABEND thru 9900-EXIT
094820     end-if.
094830     display "CONFIRM DELETE OF RATE " RA-KEY " (Y/N): "
094840         with no advancing.
094850     accept DF-CONFIRM.
094860     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
094870         display "DELETE CANCELLED"
094880         unlock ratefile
094890         go to 5130-EXIT
094900     end-if.
094910     delete ratefile record
094920         invalid key
094930             display "RATE COULD NOT BE DELETED"
094940             unlock ratefile
094950             go to 5130-EXIT
094960     end-delete.
094970     if DF-RATES-STATUS not = "00"
094980         perform 9900-ABEND thru 9900-EXIT
094990     end-if.
095000     display "RATE DELETED".
095010 5130-EXIT.
095020     exit.

095030 5140-LIST-RATES.
095040     move zero to DF-RM-COUNT.
095050     move low-values to RA-KEY.
095060     start ratefile key is not less than RA-KEY
095070         invalid key
095080             display "RATES MASTER IS EMPTY"
095090             go to 5140-EXIT
095100     end-start.
095110     display "KEY      DESCRIPTION           FLOOR/AMOUNT"
095120         "  PERCENT".
095130     perform 5141-LIST-ONE-RATE thru 5141-EXIT
095140         until DF-RATES-STATUS not = "00".
095150     display "RATES ON MASTER: " DF-RM-COUNT.
095160     perform 8600-PAUSE thru 8600-EXIT.
095170 5140-EXIT.
095180     exit.

095190 5141-LIST-ONE-RATE.
095200     read ratefile next record
095210         at end
095220             go to 5141-EXIT
095230     end-read.
095240     if DF-RATES-STATUS not = "00"
095250         perform 9900-ABEND thru 9900-EXIT
095260     end-if.
095270     evaluate RA-TYPE
095280         when "T"
095290             display RA-KEY "  " RA-DESCRIPTION "  "
095300                 RA-BAND-FLOOR "  " RA-PERCENT
095310         when "P"
095320             display RA-KEY "  " RA-DESCRIPTION "  "
095330                 "              " "  " RA-PERCENT
095340         when "F"
095350             display RA-KEY "  " RA-DESCRIPTION "  "
095360                 RA-AMOUNT
095370         when other
095380             display RA-KEY "  " RA-DESCRIPTION
095390                 "  (UNRECOGNIZED TYPE)"
095400     end-evaluate.
095410     add 1 to DF-RM-COUNT.
095420 5141-EXIT.
095430     exit.

095440*>   Decides whether any rates exist yet, so the register
095450*>   knows whether to compute deductions or stay gross-only -
095460*>   the same shape as 4260 for the department master.
095470 5150-CHECK-RATES-PRESENT.
095480     move "N" to DF-RATES-SWITCH.
095490     move low-values to RA-KEY.
095500     start ratefile key is not less than RA-KEY
095510         invalid key
095520             go to 5150-EXIT
095530     end-start.
095540     read ratefile next record
095550         at end
095560             go to 5150-EXIT
095570     end-read.
095580     if DF-RATES-STATUS = "00"
095590         move "Y" to DF-RATES-SWITCH
095600     end-if.
095610 5150-EXIT.
095620     exit.

095630****************************************************************
095640* 5200-OPER-MASTER - maintenance for the operator security     *
095650* file: add an operator, update their password, name or role,  *
095660* deactivate one who leaves, or list the file.  Operators are  *
095670* deactivated rather than deleted - the audit log still        *
095680* carries their sign-ons.                                      *
095690****************************************************************
095700 5200-OPER-MASTER.
095710     display "A)DD  U)PDATE  D)EACTIVATE  L)IST  R)ETURN : "
095720         with no advancing.
095730     accept DF-OM-CHOICE.
095740     evaluate DF-OM-CHOICE
095750         when "A"
095760             perform 5210-ADD-OPERATOR thru 5210-EXIT
095770         when "a"
095780             perform 5210-ADD-OPERATOR thru 5210-EXIT
095790         when "U"
095800             perform 5220-UPDATE-OPERATOR thru 5220-EXIT
095810         when "u"
095820             perform 5220-UPDATE-OPERATOR thru 5220-EXIT
095830         when "D"
095840             perform 5230-DEACTIVATE-OPERATOR thru 5230-EXIT
095850         when "d"
095860             perform 5230-DEACTIVATE-OPERATOR thru 5230-EXIT
095870         when "L"
095880             perform 5240-LIST-OPERATORS thru 5240-EXIT
095890         when "l"
095900             perform 5240-LIST-OPERATORS thru 5240-EXIT
095910         when other
095920             continue
095930     end-evaluate.
095940 5200-EXIT.
095950     exit.

095960 5210-ADD-OPERATOR.
095970     initialize OPERATOR-REC.
095980     display "ENTER OPERATOR EMPLOYEE NUMBER: "
095990         with no advancing.
096000     accept OP-EMP-NUM.
096010     display "ENTER OPERATOR POSITION CODE (E/M/X): "
096020         with no advancing.
096030     accept OP-POSITION.
096040     display "ENTER PASSWORD: " with no advancing.
096050     accept OP-PASSWORD.
096060     if OP-PASSWORD = spaces
096070         display "A BLANK PASSWORD IS NOT ALLOWED - ADD "
096080             "CANCELLED"
096090         go to 5210-EXIT
096100     end-if.
096110     display "ENTER OPERATOR NAME: " with no advancing.
096120     accept OP-NAME.
096130     display "ENTER ROLE - A)DMIN  H)R UPDATE  R)EAD ONLY: "
096140         with no advancing.
096150     accept OP-ROLE.
096160     evaluate OP-ROLE
096170         when "a"
096180             move "A" to OP-ROLE
096190         when "h"
096200             move "H" to OP-ROLE
096210         when "r"
096220             move "R" to OP-ROLE
096230         when "A"
096240             continue
096250         when "H"
096260             continue
096270         when "R"
096280             continue
096290         when other
096300             display "UNRECOGNIZED ROLE - ADD CANCELLED"
096310             go to 5210-EXIT
096320     end-evaluate.
096330     move "A" to OP-ACTIVE-FLAG.
096340     write OPERATOR-REC
096350         invalid key
096360             display "OPERATOR ALREADY ON FILE"
096370             go to 5210-EXIT
096380     end-write.
096390     if DF-OPER-STATUS not = "00"
096400         perform 9900-ABEND thru 9900-EXIT
096410     end-if.
096420     move "Y" to DF-OPER-SWITCH.
096430     display "OPERATOR ADDED - SIGN-ON IS ENFORCED FROM THE "
096440         "NEXT SESSION".
096450 5210-EXIT.
096460     exit.

096470 5220-UPDATE-OPERATOR.
096480     display "ENTER OPERATOR EMPLOYEE NUMBER: "
096490         with no advancing.
096500     accept OP-EMP-NUM.
096510     display "ENTER OPERATOR POSITION CODE (E/M/X): "
096520         with no advancing.
096530     accept OP-POSITION.
096540     read operfile record with lock
096550         invalid key
096560             display "OPERATOR NOT ON FILE"
096570             go to 5220-EXIT
096580     end-read.
096590     if DF-OPER-STATUS = "51" or DF-OPER-STATUS = "99"
096600         display "OPERATOR IN USE BY ANOTHER SESSION - TRY "
096610             "AGAIN IN A MOMENT"
096620         go to 5220-EXIT
096630     end-if.
096640     if DF-OPER-STATUS not = "00"
096650         perform 9900-ABEND thru 9900-EXIT
096660     end-if.

096670     display "NEW PASSWORD (ENTER TO LEAVE UNCHANGED): "
096680         with no advancing.
096690     accept DF-OM-PASSWORD.
096700     if DF-OM-PASSWORD not = spaces
096710         move DF-OM-PASSWORD to OP-PASSWORD
096720     end-if.
096730     display "NEW NAME (ENTER TO LEAVE UNCHANGED): "
096740         with no advancing.
096750     accept DF-OM-NAME.
096760     if DF-OM-NAME not = spaces
096770         move DF-OM-NAME to OP-NAME
096780     end-if.
096790     display "NEW ROLE A/H/R (ENTER TO LEAVE UNCHANGED): "
096800         with no advancing.
096810     accept DF-OM-ROLE.
096820     evaluate DF-OM-ROLE
096830         when "a"
096840             move "A" to OP-ROLE
096850         when "h"
096860             move "H" to OP-ROLE
096870         when "r"
096880             move "R" to OP-ROLE
096890         when "A"
096900             move "A" to OP-ROLE
096910         when "H"
096920             move "H" to OP-ROLE
096930         when "R"
096940             move "R" to OP-ROLE
096950         when other
096960             continue
096970     end-evaluate.
096980     display "REACTIVATE IF INACTIVE (Y/N): "
096990         with no advancing.
097000     accept DF-CONFIRM.
097010     if DF-CONFIRM = "Y" or DF-CONFIRM = "y"
097020         move "A" to OP-ACTIVE-FLAG
097030     end-if.

097040     rewrite OPERATOR-REC
097050         invalid key
097060             display "OPERATOR COULD NOT BE REWRITTEN"
097070             unlock operfile
097080             go to 5220-EXIT
097090     end-rewrite.
097100     if DF-OPER-STATUS not = "00"
097110         perform 9900-ABEND thru 9900-EXIT
097120     end-if.
097130     display "OPERATOR UPDATED".
097140 5220-EXIT.
097150     exit.

097160 5230-DEACTIVATE-OPERATOR.
097170     display "ENTER OPERATOR EMPLOYEE NUMBER: "
097180         with no advancing.
097190     accept OP-EMP-NUM.
097200     display "ENTER OPERATOR POSITION CODE (E/M/X): "
097210         with no advancing.
097220     accept OP-POSITION.
097230     read operfile record with lock
097240         invalid key
097250             display "OPERATOR NOT ON FILE"
097260             go to 5230-EXIT
097270     end-read.
097280     if DF-OPER-STATUS = "51" or DF-OPER-STATUS = "99"
097290         display "OPERATOR IN USE BY ANOTHER SESSION - TRY "
097300             "AGAIN IN A MOMENT"
097310         go to 5230-EXIT
097320     end-if.
097330     if DF-OPER-STATUS not = "00"
097340         perform 9900-ABEND thru 9900-EXIT
097350     end-if.
097360     display "CONFIRM DEACTIVATE " OP-CODE " (Y/N): "
097370         with no advancing.
097380     accept DF-CONFIRM.
097390     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
097400         display "DEACTIVATE CANCELLED"
097410         unlock operfile
097420         go to 5230-EXIT
097430     end-if.
097440     move "I" to OP-ACTIVE-FLAG.
097450     rewrite OPERATOR-REC
097460         invalid key
097470             display "OPERATOR COULD NOT BE REWRITTEN"
097480             unlock operfile
097490             go to 5230-EXIT
097500     end-rewrite.
097510     if DF-OPER-STATUS not = "00"
097520         perform 9900-ABEND thru 9900-EXIT
097530     end-if.
097540     display "OPERATOR DEACTIVATED".
097550 5230-EXIT.
097560     exit.

097570 5240-LIST-OPERATORS.
097580     move zero to DF-OM-COUNT.
097590     move low-values to OP-CODE.
097600     start operfile key is not less than OP-CODE
097610         invalid key
097620             display "OPERATOR FILE IS EMPTY"
097630             go to 5240-EXIT
097640     end-start.
097650     display "CODE     NAME                            ROLE  "
097660         "STATUS".
097670     perform 5241-LIST-ONE-OPERATOR thru 5241-EXIT
097680         until DF-OPER-STATUS not = "00".
097690     display "OPERATORS ON FILE: " DF-OM-COUNT.
097700     perform 8600-PAUSE thru 8600-EXIT.
097710 5240-EXIT.
097720     exit.

097730*>   Passwords are never listed.
097740 5241-LIST-ONE-OPERATOR.
097750     read operfile next record
097760         at end
097770             go to 5241-EXIT
097780     end-read.
097790     if DF-OPER-STATUS not = "00"
097800         perform 9900-ABEND thru 9900-EXIT
097810     end-if.
097820     if OP-IS-ACTIVE
097830         display OP-CODE "  " OP-NAME "  " OP-ROLE
097840             "     ACTIVE"
097850     else
097860         display OP-CODE "  " OP-NAME "  " OP-ROLE
097870             "     INACTIVE"
097880     end-if.
097890     add 1 to DF-OM-COUNT.
097900 5241-EXIT.
097910     exit.

097920*>   Decides whether any operators exist yet, so 1000 knows
097930*>   whether to enforce the sign-on - the same shape as 4260
097940*>   for the department master.
097950 5250-CHECK-OPERATORS-PRESENT.
097960     move "N" to DF-OPER-SWITCH.
097970     move low-values to OP-CODE.
097980     start operfile key is not less than OP-CODE
097990         invalid key
098000             go to 5250-EXIT
098010     end-start.
098020     read operfile next record
098030         at end
098040             go to 5250-EXIT
098050     end-read.
098060     if DF-OPER-STATUS = "00"
098070         move "Y" to DF-OPER-SWITCH
098080     end-if.
098090 5250-EXIT.
098100     exit.

098110****************************************************************
098120* 5260-CHECK-AUTHORITY - may the operator at the terminal run  *
098130* the function behind DF-REQUIRED-ROLE?  "A" functions need    *
098140* the admin role; "H" functions take admin or HR update.  A    *
098150* session with no sign-on - the operator file was empty at     *
098160* start-up - is the old trust-based mode and everything is     *
098170* allowed, the way it always was.  A refusal says so and goes  *
098180* to the audit log.                                            *
098190****************************************************************
098200 5260-CHECK-AUTHORITY.
098210     move "N" to DF-AUTH-SWITCH.
098220     if not DF-SIGNED-ON
098230         move "Y" to DF-AUTH-SWITCH
098240         go to 5260-EXIT
098250     end-if.
098260     evaluate DF-SIGNON-ROLE
098270         when "A"
098280             move "Y" to DF-AUTH-SWITCH
098290         when "H"
098300             if DF-REQUIRED-ROLE = "H"
098310                 move "Y" to DF-AUTH-SWITCH
098320             end-if
098330         when other
098340             continue
098350     end-evaluate.
098360     if not DF-AUTH-GRANTED
098370         display "FUNCTION REFUSED - YOUR ROLE DOES NOT COVER "
098380             "IT"
098390         move "REFUSED" to DF-AUDIT-ACTION
098400         move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE
098410         perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT
098420     end-if.
098430 5260-EXIT.
098440     exit.

098450****************************************************************
098460* 5300-YEAR-START-ROLL - prove the stored age and years-of-    *
098470* service fields against the dates on every record and        *
098480* correct the ones the calendar has moved past.  Records with *
098490* no dates captured yet are counted and left alone.  Each     *
098500* correction is rewritten under its record lock, stamped and  *
098510* audited like any other maintenance write.                   *
098520****************************************************************
098530 5300-YEAR-START-ROLL.
098540     if not DF-BATCH-MODE
098550         display "ROLL REDERIVES AGE AND SERVICE FROM THE "
098560             "DATES ON EVERY RECORD."
098570         display "CONFIRM ROLL (Y/N): " with no advancing
098580         accept DF-CONFIRM
098590         if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
098600             display "ROLL CANCELLED"
098610             go to 5300-EXIT
098620         end-if
098630         perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
098640     end-if.
098650     move zero to DF-YR-PROVED.
098660     move zero to DF-YR-CORRECTED.
098670     move zero to DF-YR-NO-DATES.
098680     move zero to DF-YR-SKIPPED.
098690     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
098700     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
098710     perform 5310-ROLL-ONE-PERSON thru 5310-EXIT
098720         until DF-END-OF-FILE.
098730     perform 7627-RECORD-ROLL thru 7627-EXIT.
098740     display "ROLL COMPLETE".
098750     display "PROVED CORRECT:    " DF-YR-PROVED.
098760     display "CORRECTED:         " DF-YR-CORRECTED.
098770     display "NO DATES ON FILE:  " DF-YR-NO-DATES.
098780     if DF-YR-SKIPPED not = zero
098790         display "SKIPPED (IN USE):  " DF-YR-SKIPPED
098800     end-if.
098810     perform 8600-PAUSE thru 8600-EXIT.
098820 5300-EXIT.
098830     exit.

098840 5310-ROLL-ONE-PERSON.
098850     evaluate EM-POSITION
098860         when "E"
098870             move EM-DATE-OF-BIRTH to DF-AS-DOB
098880             move EM-HIRE-DATE to DF-AS-HIRE
098890             move EM-AGE to DF-AS-STORED-AGE
098900             move EM-YEARS-WITH-COMPANY to DF-AS-STORED-YEARS
098910         when "M"
098920             move MN-DATE-OF-BIRTH to DF-AS-DOB
098930             move MN-HIRE-DATE to DF-AS-HIRE
098940             move MN-AGE to DF-AS-STORED-AGE
098950             move MN-YEARS-WITH-COMPANY to DF-AS-STORED-YEARS
098960         when "X"
098970             move EX-DATE-OF-BIRTH to DF-AS-DOB
098980             move EX-HIRE-DATE to DF-AS-HIRE
098990             move EX-AGE to DF-AS-STORED-AGE
099000             move EX-YEARS-WITH-COMPANY to DF-AS-STORED-YEARS
099010         when other
099020             display "UNRECOGNIZED POSITION CODE - RECORD "
099030                 "SKIPPED FROM ROLL: " EM-POSITION
099040             perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099050             go to 5310-EXIT
099060     end-evaluate.

099070     if DF-AS-DOB = zero and DF-AS-HIRE = zero
099080         add 1 to DF-YR-NO-DATES
099090         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099100         go to 5310-EXIT
099110     end-if.

099120     perform 3300-DERIVE-AGE-SERVICE thru 3300-EXIT.
099130     if DF-AS-AGE = DF-AS-STORED-AGE
099140             and DF-AS-YEARS = DF-AS-STORED-YEARS
099150         add 1 to DF-YR-PROVED
099160         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099170         go to 5310-EXIT
099180     end-if.

099190*>   The correction is rewritten under the record's lock, the
099200*>   same discipline as the review apply pass.
099210     perform 3120-READ-RECORD-WITH-LOCK thru 3120-EXIT.
099220     if DF-RECORD-IS-LOCKED or not DF-RECORD-WAS-FOUND
099230         add 1 to DF-YR-SKIPPED
099240         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099250         go to 5310-EXIT
099260     end-if.

099270     move "AGEROLL" to DF-AUDIT-ACTION.
099280     evaluate EM-POSITION
099290         when "E"
099300             move EM-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
099310             move EM-SALARY to DF-AUDIT-BEFORE-SALARY
099320             move DF-AS-AGE to EM-AGE
099330             move DF-AS-YEARS to EM-YEARS-WITH-COMPANY
099340             move EM-DEPARTMENT to DF-AUDIT-AFTER-DEPT
099350             move EM-SALARY to DF-AUDIT-AFTER-SALARY
099360             perform 6100-STAMP-EMPLOYEE-AUDIT thru 6100-EXIT
099370             rewrite EMPLOYEE-REC
099380                 invalid key
099390                     display "RECORD COULD NOT BE REWRITTEN: "
099400                         EM-EMP-NUM
099410                     add 1 to DF-YR-SKIPPED
099420                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
099430                     perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099440                     go to 5310-EXIT
099450             end-rewrite
099460         when "M"
099470             move MN-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
099480             move MN-SALARY to DF-AUDIT-BEFORE-SALARY
099490             move DF-AS-AGE to MN-AGE
099500             move DF-AS-YEARS to MN-YEARS-WITH-COMPANY
099510             move MN-DEPARTMENT to DF-AUDIT-AFTER-DEPT
099520             move MN-SALARY to DF-AUDIT-AFTER-SALARY
099530             perform 6200-STAMP-MANAGER-AUDIT thru 6200-EXIT
099540             rewrite MANAGER-REC
099550                 invalid key
099560                     display "RECORD COULD NOT BE REWRITTEN: "
099570                         MN-EMP-NUM
099580                     add 1 to DF-YR-SKIPPED
099590                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
099600                     perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099610                     go to 5310-EXIT
099620             end-rewrite
099630         when "X"
099640             move EX-DEPARTMENT to DF-AUDIT-BEFORE-DEPT
099650             move EX-SALARY to DF-AUDIT-BEFORE-SALARY
099660             move DF-AS-AGE to EX-AGE
099670             move DF-AS-YEARS to EX-YEARS-WITH-COMPANY
099680             move EX-DEPARTMENT to DF-AUDIT-AFTER-DEPT
099690             move EX-SALARY to DF-AUDIT-AFTER-SALARY
099700             perform 6300-STAMP-EXECUTIVE-AUDIT thru 6300-EXIT
099710             rewrite EXECUTIVE-REC
099720                 invalid key
099730                     display "RECORD COULD NOT BE REWRITTEN: "
099740                         EX-EMP-NUM
099750                     add 1 to DF-YR-SKIPPED
099760                     perform 3140-UNLOCK-STAFFFILE thru 3140-EXIT
099770                     perform 3100-READ-NEXT-RECORD thru 3100-EXIT
099780                     go to 5310-EXIT
099790             end-rewrite
099800     end-evaluate.
099810     if FILE-STATUS not = "00"
099820         perform 9900-ABEND thru 9900-EXIT
099830     end-if.
099840     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
099850     add 1 to DF-YR-CORRECTED.
099860     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
099870 5310-EXIT.
099880     exit.

099890****************************************************************
099900* 5400-LONG-SERVICE-REPORT - everyone who crosses ten or      *
099910* twenty-five years of service in the coming calendar year,   *
099920* grouped by department, for HR's awards file.  One pass      *
099930* collects the milestones into a table; the table then prints *
099940* one department at a time.                                   *
099950****************************************************************
099960 5400-LONG-SERVICE-REPORT.
099970     move zero to DF-LS-USED.
099980     move zero to DF-LS-COUNT.
099990     accept DF-AS-TODAY from date yyyymmdd.
100000*>   The horizon is the end of the coming calendar year - a
100010*>   milestone counts when it falls after today and on or
100020*>   before that date.
100030*>   The year is truncated into its own integer field first -
100040*>   dividing inside one COMPUTE keeps the decimal places and
100050*>   turns the horizon into an impossible date.
100060     compute DF-LS-YEAR = DF-AS-TODAY / 10000.
100070     compute DF-LS-HORIZON =
100080         (DF-LS-YEAR + 1) * 10000 + 1231.

100090     open output longsrvfile.
100100     if DF-LONGSRV-STATUS not = "00"
100110         perform 9900-ABEND thru 9900-EXIT
100120     end-if.
100130     move spaces to LONGSRV-LINE.
100140     string "LONG-SERVICE REPORT RUN DATE " DF-AS-TODAY
100150         " MILESTONES TO " DF-LS-HORIZON
100160         delimited by size into LONGSRV-LINE.
100170     perform 5430-WRITE-LONGSRV-LINE thru 5430-EXIT.

100180     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
100190     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
100200     perform 5410-COLLECT-ONE-PERSON thru 5410-EXIT
100210         until DF-END-OF-FILE.

100220     perform 5420-PRINT-ONE-GROUP thru 5420-EXIT
100230         until DF-LS-COUNT not < DF-LS-USED.

100240     move spaces to LONGSRV-LINE.
100250     move DF-LS-USED to DF-RL-COUNT-EDIT.
100260     string "MILESTONES IN THE COMING YEAR " DF-RL-COUNT-EDIT
100270         delimited by size into LONGSRV-LINE.
100280     perform 5430-WRITE-LONGSRV-LINE thru 5430-EXIT.
100290     close longsrvfile.
100300     display "LONG-SERVICE REPORT WRITTEN TO "
100310         DF-LONGSRV-PATH.
100320     display "MILESTONES FOUND: " DF-LS-USED.
100330     perform 8600-PAUSE thru 8600-EXIT.
100340 5400-EXIT.
100350     exit.

100360*>   Service years today and at the horizon come from the
100370*>   hire date alone - people with no hire date on file yet
100380*>   cannot be assessed and are simply not listed.
100390 5410-COLLECT-ONE-PERSON.
100400     if EM-POSITION not = "E" and EM-POSITION not = "M"
100410             and EM-POSITION not = "X"
100420         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
100430         go to 5410-EXIT
100440     end-if.
100450     evaluate EM-POSITION
100460         when "E"
100470             move EM-HIRE-DATE to DF-AS-HIRE
100480             move EM-DEPARTMENT to DF-LOOKUP-DEPT
100490         when "M"
100500             move MN-HIRE-DATE to DF-AS-HIRE
100510             move MN-DEPARTMENT to DF-LOOKUP-DEPT
100520         when "X"
100530             move EX-HIRE-DATE to DF-AS-HIRE
100540             move EX-DEPARTMENT to DF-LOOKUP-DEPT
100550     end-evaluate.
100560     if DF-AS-HIRE = zero or DF-AS-HIRE > DF-AS-TODAY
100570         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
100580         go to 5410-EXIT
100590     end-if.

100600     compute DF-LS-NOW-YEARS =
100610         (DF-AS-TODAY - DF-AS-HIRE) / 10000.
100620     compute DF-LS-HRZN-YEARS =
100630         (DF-LS-HORIZON - DF-AS-HIRE) / 10000.
100640     move zero to DF-LS-MILESTONE.
100650     if DF-LS-NOW-YEARS < 10 and DF-LS-HRZN-YEARS not < 10
100660         move 10 to DF-LS-MILESTONE
100670     end-if.
100680     if DF-LS-NOW-YEARS < 25 and DF-LS-HRZN-YEARS not < 25
100690         move 25 to DF-LS-MILESTONE
100700     end-if.
100710     if DF-LS-MILESTONE = zero or DF-LS-USED not < 500
100720         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
100730         go to 5410-EXIT
100740     end-if.

100750     add 1 to DF-LS-USED.
100760     move DF-LOOKUP-DEPT to DF-LS-DEPT(DF-LS-USED).
100770     move "N" to DF-LS-DONE(DF-LS-USED).
100780     move spaces to DF-LS-TEXT(DF-LS-USED).
100790     string EM-CODE " " EM-SURNAME(1:25)
100800         " REACHES " DF-LS-MILESTONE
100810         " YEARS  HIRED " DF-AS-HIRE
100820         delimited by size into DF-LS-TEXT(DF-LS-USED).
100830     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
100840 5410-EXIT.
100850     exit.

100860*>   Prints the next unprinted department's heading and every
100870*>   entry under it, marking entries done - a selection pass
100880*>   per department, the same linear shape the accumulator
100890*>   tables use elsewhere.
100900 5420-PRINT-ONE-GROUP.
100910     move spaces to DF-LS-GROUP-DEPT.
100920     perform 5421-FIND-NEXT-DEPT thru 5421-EXIT
100930         varying DF-LS-SUB from 1 by 1
100940         until DF-LS-SUB > DF-LS-USED
100950         or DF-LS-GROUP-DEPT not = spaces.
100960     if DF-LS-GROUP-DEPT = spaces
100970         move DF-LS-USED to DF-LS-COUNT
100980         go to 5420-EXIT
100990     end-if.
101000     move spaces to LONGSRV-LINE.
101010     string "DEPARTMENT " DF-LS-GROUP-DEPT
101020         delimited by size into LONGSRV-LINE.
101030     perform 5430-WRITE-LONGSRV-LINE thru 5430-EXIT.
101040     perform 5422-PRINT-GROUP-ENTRY thru 5422-EXIT
101050         varying DF-LS-SUB2 from 1 by 1
101060         until DF-LS-SUB2 > DF-LS-USED.
101070 5420-EXIT.
101080     exit.

101090 5421-FIND-NEXT-DEPT.
101100     if DF-LS-DONE(DF-LS-SUB) = "N"
101110         move DF-LS-DEPT(DF-LS-SUB) to DF-LS-GROUP-DEPT
101120     end-if.
101130 5421-EXIT.
101140     exit.

101150 5422-PRINT-GROUP-ENTRY.
101160     if DF-LS-DONE(DF-LS-SUB2) = "N"
101170             and DF-LS-DEPT(DF-LS-SUB2) = DF-LS-GROUP-DEPT
101180         move spaces to LONGSRV-LINE
101190         string "  " DF-LS-TEXT(DF-LS-SUB2)
101200             delimited by size into LONGSRV-LINE
101210         perform 5430-WRITE-LONGSRV-LINE thru 5430-EXIT
101220         move "Y" to DF-LS-DONE(DF-LS-SUB2)
101230         add 1 to DF-LS-COUNT
101240     end-if.
101250 5422-EXIT.
101260     exit.

101270 5430-WRITE-LONGSRV-LINE.
101280     write LONGSRV-LINE.
101290     if DF-LONGSRV-STATUS not = "00"
101300         perform 9900-ABEND thru 9900-EXIT
101310     end-if.
101320 5430-EXIT.
101330     exit.

101340****************************************************************
101350* 5500-RETENTION-PURGE - period-end destruction run for the   *
101360* leavers archive and the audit log.  Archive entries whose   *
101370* leaving date is past the seven-year retention, and audit    *
101380* entries past the log's own two-year limit, are dropped; the *
101390* survivors are copied to a work file and the file rebuilt    *
101400* from it, proving the counts each way the same way a reload  *
101410* proves the staff file.  A destruction certificate goes to   *
101420* the compliance file and the purge itself is audited.        *
101430****************************************************************
101440 5500-RETENTION-PURGE.
101450*>   The purge is the last month-end step - the movement report
101460*>   must have had the leavers it destroys first.
101470     move 5 to DF-PC-STEP.
101480     perform 7610-CHECK-STEP thru 7610-EXIT.
101490     if DF-PC-REFUSED
101500         perform 8600-PAUSE thru 8600-EXIT
101510         go to 5500-EXIT
101520     end-if.
101530     accept DF-AS-TODAY from date yyyymmdd.
101540     compute DF-PG-ARCH-CUTOFF = DF-AS-TODAY
101550         - DF-PG-ARCH-YEARS * 10000.
101560     compute DF-PG-AUDIT-CUTOFF = DF-AS-TODAY
101570         - DF-PG-AUDIT-YEARS * 10000.
101580     if not DF-BATCH-MODE
101590         display "PURGE DESTROYS ARCHIVE ENTRIES WITH LEAVING "
101600             "DATES BEFORE " DF-PG-ARCH-CUTOFF
101610         display "AND AUDIT LOG ENTRIES BEFORE "
101620             DF-PG-AUDIT-CUTOFF "."
101630         display "CONFIRM PURGE (Y/N): " with no advancing
101640         accept DF-CONFIRM
101650         if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
101660             display "PURGE CANCELLED"
101670             go to 5500-EXIT
101680         end-if
101690         perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
101700     end-if.

101710     move zero to DF-PG-AR-READ.
101720     move zero to DF-PG-AR-KEPT.
101730     move zero to DF-PG-AR-DROPPED.
101740     move zero to DF-PG-AR-WROTE.
101750     move zero to DF-PG-AR-FIRST.
101760     move zero to DF-PG-AR-LAST.
101770     move zero to DF-PG-AU-READ.
101780     move zero to DF-PG-AU-KEPT.
101790     move zero to DF-PG-AU-DROPPED.
101800     move zero to DF-PG-AU-WROTE.
101810     move zero to DF-PG-AU-FIRST.
101820     move zero to DF-PG-AU-LAST.

101830     perform 5510-PURGE-ARCHIVE thru 5510-EXIT.
101840     perform 5530-PURGE-AUDITLOG thru 5530-EXIT.
101850     perform 5550-WRITE-CERTIFICATE thru 5550-EXIT.

101860*>   The purge is audited after the log has been rebuilt, so
101870*>   the entry recording the destruction survives it.
101880     move "PURGE" to DF-AUDIT-ACTION.
101890     move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE.
101900     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.

101910     move 5 to DF-PC-STEP.
101920     perform 7615-RECORD-STEP thru 7615-EXIT.
101930     display "PURGE COMPLETE".
101940     display "ARCHIVE ENTRIES DESTROYED: " DF-PG-AR-DROPPED
101950         "  KEPT: " DF-PG-AR-KEPT.
101960     display "AUDIT ENTRIES DESTROYED:   " DF-PG-AU-DROPPED
101970         "  KEPT: " DF-PG-AU-KEPT.
101980     display "CERTIFICATE WRITTEN TO " DF-DESTCERT-PATH.
101990     perform 8600-PAUSE thru 8600-EXIT.
102000 5500-EXIT.
102010     exit.

102020****************************************************************
102030* 5510-PURGE-ARCHIVE - copy the surviving archive entries to  *
102040* the work file, prove kept plus dropped equals read, then    *
102050* rebuild ARCHFILE from the work file and prove the counts    *
102060* again.  An unproven rebuild stops the run - a half-built    *
102070* archive must never be handed back.                          *
102080****************************************************************
102090 5510-PURGE-ARCHIVE.
102100     open input archfile.
102110     if DF-ARCH-STATUS = "35" or DF-ARCH-STATUS = "05"
102120         close archfile
102130         go to 5510-EXIT
102140     end-if.
102150     if DF-ARCH-STATUS not = "00"
102160         perform 9900-ABEND thru 9900-EXIT
102170     end-if.
102180     open output purgework.
102190     if DF-PGWORK-STATUS not = "00"
102200         perform 9900-ABEND thru 9900-EXIT
102210     end-if.
102220     move "N" to DF-ARCH-EOF-SWITCH.
102230     perform 5511-SIFT-ONE-ARCHIVE thru 5511-EXIT
102240         until DF-ARCH-END-OF-FILE.
102250     close archfile.
102260     close purgework.

102270     if DF-PG-AR-KEPT + DF-PG-AR-DROPPED
102280             not = DF-PG-AR-READ
102290         display "*** ARCHIVE PURGE OUT OF BALANCE - ARCHIVE "
102300             "LEFT UNTOUCHED - DO NOT USE THE WORK FILE ***"
102310         move 8 to return-code
102320         stop run
102330     end-if.

102340     open output archfile.
102350     if DF-ARCH-STATUS not = "00"
102360         perform 9900-ABEND thru 9900-EXIT
102370     end-if.
102380     open input purgework.
102390     if DF-PGWORK-STATUS not = "00"
102400         perform 9900-ABEND thru 9900-EXIT
102410     end-if.
102420     move "N" to DF-PGWK-EOF-SWITCH.
102430     perform 5512-RESTORE-ONE-ARCHIVE thru 5512-EXIT
102440         until DF-PGWK-END-OF-FILE.
102450     close archfile.
102460     close purgework.

102470     if DF-PG-AR-WROTE not = DF-PG-AR-KEPT
102480         display "*** ARCHIVE REBUILD OUT OF BALANCE - DO NOT "
102490             "USE THE ARCHIVE ***"
102500         move 8 to return-code
102510         stop run
102520     end-if.
102530 5510-EXIT.
102540     exit.

102550 5511-SIFT-ONE-ARCHIVE.
102560     read archfile
102570         at end
102580             move "Y" to DF-ARCH-EOF-SWITCH
102590             go to 5511-EXIT
102600     end-read.
102610     if DF-ARCH-STATUS not = "00"
102620         perform 9900-ABEND thru 9900-EXIT
102630     end-if.
102640     add 1 to DF-PG-AR-READ.
102650     if AR-LEAVING-DATE < DF-PG-ARCH-CUTOFF
102660         add 1 to DF-PG-AR-DROPPED
102670         if DF-PG-AR-FIRST = zero
102680                 or AR-LEAVING-DATE < DF-PG-AR-FIRST
102690             move AR-LEAVING-DATE to DF-PG-AR-FIRST
102700         end-if
102710         if AR-LEAVING-DATE > DF-PG-AR-LAST
102720             move AR-LEAVING-DATE to DF-PG-AR-LAST
102730         end-if
102740     else
102750         add 1 to DF-PG-AR-KEPT
102760         move ARCHIVE-REC to PGWORK-REC
102770         write PGWORK-REC
102780         if DF-PGWORK-STATUS not = "00"
102790             perform 9900-ABEND thru 9900-EXIT
102800         end-if
102810     end-if.
102820 5511-EXIT.
102830     exit.

102840 5512-RESTORE-ONE-ARCHIVE.
102850     read purgework
102860         at end
102870             move "Y" to DF-PGWK-EOF-SWITCH
102880             go to 5512-EXIT
102890     end-read.
102900     if DF-PGWORK-STATUS not = "00"
102910         perform 9900-ABEND thru 9900-EXIT
102920     end-if.
102930     move PGWORK-REC to ARCHIVE-REC.
102940     write ARCHIVE-REC.
102950     if DF-ARCH-STATUS not = "00"
102960         perform 9900-ABEND thru 9900-EXIT
102970     end-if.
102980     add 1 to DF-PG-AR-WROTE.
102990 5512-EXIT.
103000     exit.

103010****************************************************************
103020* 5530-PURGE-AUDITLOG - same sift-prove-rebuild-prove shape   *
103030* as 5510, over the audit log's own retention limit.          *
103040****************************************************************
103050 5530-PURGE-AUDITLOG.
103060     perform 4150-OPEN-AUDITLOG-INPUT thru 4150-EXIT.
103070     if DF-AUD-END-OF-FILE
103080         go to 5530-EXIT
103090     end-if.
103100     open output auditwork.
103110     if DF-AUDWORK-STATUS not = "00"
103120         perform 9900-ABEND thru 9900-EXIT
103130     end-if.
103140     perform 5531-SIFT-ONE-AUDIT thru 5531-EXIT
103150         until DF-AUD-END-OF-FILE.
103160     close auditlog.
103170     close auditwork.

103180     if DF-PG-AU-KEPT + DF-PG-AU-DROPPED
103190             not = DF-PG-AU-READ
103200         display "*** AUDIT PURGE OUT OF BALANCE - LOG LEFT "
103210             "UNTOUCHED - DO NOT USE THE WORK FILE ***"
103220         move 8 to return-code
103230         stop run
103240     end-if.

103250     open output auditlog.
103260     if DF-AUDIT-STATUS not = "00"
103270         perform 9900-ABEND thru 9900-EXIT
103280     end-if.
103290     open input auditwork.
103300     if DF-AUDWORK-STATUS not = "00"
103310         perform 9900-ABEND thru 9900-EXIT
103320     end-if.
103330     move "N" to DF-PGWK-EOF-SWITCH.
103340     perform 5532-RESTORE-ONE-AUDIT thru 5532-EXIT
103350         until DF-PGWK-END-OF-FILE.
103360     close auditlog.
103370     close auditwork.

103380     if DF-PG-AU-WROTE not = DF-PG-AU-KEPT
103390         display "*** AUDIT LOG REBUILD OUT OF BALANCE - DO "
103400             "NOT USE THE LOG ***"
103410         move 8 to return-code
103420         stop run
103430     end-if.
103440 5530-EXIT.
103450     exit.

103460 5531-SIFT-ONE-AUDIT.
103470     perform 4140-READ-AUDIT-ENTRY thru 4140-EXIT.
103480     if DF-AUD-END-OF-FILE
103490         go to 5531-EXIT
103500     end-if.
103510     add 1 to DF-PG-AU-READ.
103520     if AUD-DATE < DF-PG-AUDIT-CUTOFF
103530         add 1 to DF-PG-AU-DROPPED
103540         if DF-PG-AU-FIRST = zero
103550                 or AUD-DATE < DF-PG-AU-FIRST
103560             move AUD-DATE to DF-PG-AU-FIRST
103570         end-if
103580         if AUD-DATE > DF-PG-AU-LAST
103590             move AUD-DATE to DF-PG-AU-LAST
103600         end-if
103610     else
103620         add 1 to DF-PG-AU-KEPT
103630         move AUDIT-REC to AUDWORK-REC
103640         write AUDWORK-REC
103650         if DF-AUDWORK-STATUS not = "00"
103660             perform 9900-ABEND thru 9900-EXIT
103670         end-if
103680     end-if.
103690 5531-EXIT.
103700     exit.

103710 5532-RESTORE-ONE-AUDIT.
103720     read auditwork
103730         at end
103740             move "Y" to DF-PGWK-EOF-SWITCH
103750             go to 5532-EXIT
103760     end-read.
103770     if DF-AUDWORK-STATUS not = "00"
103780         perform 9900-ABEND thru 9900-EXIT
103790     end-if.
103800     move AUDWORK-REC to AUDIT-REC.
103810     write AUDIT-REC.
103820     if DF-AUDIT-STATUS not = "00"
103830         perform 9900-ABEND thru 9900-EXIT
103840     end-if.
103850     add 1 to DF-PG-AU-WROTE.
103860 5532-EXIT.
103870     exit.

103880****************************************************************
103890* 5550-WRITE-CERTIFICATE - the destruction certificate for    *
103900* the compliance file: what was destroyed, under which        *
103910* retention rule, over which date range, and that the         *
103920* survivors proved.  Appended, so the file carries one        *
103930* certificate per purge run.                                  *
103940****************************************************************
103950 5550-WRITE-CERTIFICATE.
103960     open extend destcert.
103970     if DF-DESTCERT-STATUS = "05" or DF-DESTCERT-STATUS = "00"
103980         continue
103990     else
104000         perform 9900-ABEND thru 9900-EXIT
104010     end-if.

104020     move spaces to DESTCERT-LINE.
104030     string "CERTIFICATE OF DESTRUCTION  RUN DATE "
104040         DF-AS-TODAY "  OPERATOR " DF-ACTING-EMP-CODE
104050         delimited by size into DESTCERT-LINE.
104060     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.

104070     move spaces to DESTCERT-LINE.
104080     string "RETENTION - ARCHIVE ENTRIES BEFORE "
104090         DF-PG-ARCH-CUTOFF "  AUDIT ENTRIES BEFORE "
104100         DF-PG-AUDIT-CUTOFF
104110         delimited by size into DESTCERT-LINE.
104120     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.

104130     move DF-PG-AR-DROPPED to DF-RL-COUNT-EDIT.
104140     move spaces to DESTCERT-LINE.
104150     if DF-PG-AR-DROPPED = zero
104160         move "ARCHIVE ENTRIES DESTROYED - NONE"
104170             to DESTCERT-LINE
104180     else
104190         string "ARCHIVE ENTRIES DESTROYED " DF-RL-COUNT-EDIT
104200             "  LEAVING DATES " DF-PG-AR-FIRST
104210             " TO " DF-PG-AR-LAST
104220             delimited by size into DESTCERT-LINE
104230     end-if.
104240     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.

104250     move DF-PG-AU-DROPPED to DF-RL-COUNT-EDIT.
104260     move spaces to DESTCERT-LINE.
104270     if DF-PG-AU-DROPPED = zero
104280         move "AUDIT ENTRIES DESTROYED - NONE"
104290             to DESTCERT-LINE
104300     else
104310         string "AUDIT ENTRIES DESTROYED " DF-RL-COUNT-EDIT
104320             "  ENTRY DATES " DF-PG-AU-FIRST
104330             " TO " DF-PG-AU-LAST
104340             delimited by size into DESTCERT-LINE
104350     end-if.
104360     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.

104370     move DF-PG-AR-KEPT to DF-RL-COUNT-EDIT.
104380     move spaces to DESTCERT-LINE.
104390     string "SURVIVORS PROVED - ARCHIVE " DF-RL-COUNT-EDIT
104400         delimited by size into DESTCERT-LINE.
104410     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.
104420     move DF-PG-AU-KEPT to DF-RL-COUNT-EDIT.
104430     move spaces to DESTCERT-LINE.
104440     string "SURVIVORS PROVED - AUDIT LOG " DF-RL-COUNT-EDIT
104450         delimited by size into DESTCERT-LINE.
104460     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.

104470     move all "=" to DESTCERT-LINE.
104480     perform 5551-WRITE-CERT-LINE thru 5551-EXIT.
104490     close destcert.
104500 5550-EXIT.
104510     exit.

104520 5551-WRITE-CERT-LINE.
104530     write DESTCERT-LINE.
104540     if DF-DESTCERT-STATUS not = "00"
104550         perform 9900-ABEND thru 9900-EXIT
104560     end-if.
104570 5551-EXIT.
104580     exit.

104590****************************************************************
104600* 5600-ARCHIVE-FORMAT-UPGRADE - one-time migration for a      *
104610* leavers archive written before the settlement fields        *
104620* existed.  The old 715-byte entries are read through the     *
104630* ARCHOLD view, extended with a zero settlement group - zero  *
104640* means no settlement was recorded, not that nothing was      *
104650* paid - copied to the purge work file, and the archive is    *
104660* rebuilt from it with the counts proved, the same            *
104670* unload/rebuild/prove shape as 1100 for the staff file.      *
104680* There is no attribute check on a sequential file to key     *
104690* off, so the run is operator-invoked and must be run once    *
104700* only - run against an already-current archive it would      *
104710* misread the entries.                                        *
104720****************************************************************
104730 5600-ARCHIVE-FORMAT-UPGRADE.
104740     display "ONE-TIME UPGRADE FOR AN ARCHIVE WRITTEN BEFORE "
104750         "THE SETTLEMENT FIELDS EXISTED.".
104760     display "RUN ONCE ONLY - RUNNING IT ON AN ALREADY-"
104770         "UPGRADED ARCHIVE WOULD MISREAD IT.".
104780     display "CONFIRM UPGRADE (Y/N): " with no advancing.
104790     accept DF-CONFIRM.
104800     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
104810         display "UPGRADE CANCELLED"
104820         go to 5600-EXIT
104830     end-if.
104840     perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT.

104850     move zero to DF-PG-AR-READ.
104860     move zero to DF-PG-AR-WROTE.

104870     open input archold.
104880     if DF-AROLD-STATUS = "35" or DF-AROLD-STATUS = "05"
104890         display "NO LEAVERS ARCHIVE FOUND AT " DF-ARCH-PATH
104900         close archold
104910         go to 5600-EXIT
104920     end-if.
104930     if DF-AROLD-STATUS not = "00"
104940         perform 9900-ABEND thru 9900-EXIT
104950     end-if.
104960     open output purgework.
104970     if DF-PGWORK-STATUS not = "00"
104980         perform 9900-ABEND thru 9900-EXIT
104990     end-if.
105000     move "N" to DF-ARCH-EOF-SWITCH.
105010     perform 5610-CONVERT-ONE-ARCHIVE thru 5610-EXIT
105020         until DF-ARCH-END-OF-FILE.
105030     close archold.
105040     close purgework.

105050     open output archfile.
105060     if DF-ARCH-STATUS not = "00"
105070         perform 9900-ABEND thru 9900-EXIT
105080     end-if.
105090     open input purgework.
105100     if DF-PGWORK-STATUS not = "00"
105110         perform 9900-ABEND thru 9900-EXIT
105120     end-if.
105130     move "N" to DF-PGWK-EOF-SWITCH.
105140     perform 5512-RESTORE-ONE-ARCHIVE thru 5512-EXIT
105150         until DF-PGWK-END-OF-FILE.
105160     close archfile.
105170     close purgework.

105180     if DF-PG-AR-WROTE not = DF-PG-AR-READ
105190         display "*** ARCHIVE UPGRADE OUT OF BALANCE - DO NOT "
105200             "USE THE ARCHIVE ***"
105210         move 8 to return-code
105220         stop run
105230     end-if.

105240     move "ARCHUPG" to DF-AUDIT-ACTION.
105250     move DF-ACTING-EMP-CODE to DF-SEC-TARGET-CODE.
105260     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.

105270     display "ARCHIVE UPGRADED - ENTRIES CARRIED FORWARD: "
105280         DF-PG-AR-WROTE.
105290     perform 8600-PAUSE thru 8600-EXIT.
105300 5600-EXIT.
105310     exit.

105320 5610-CONVERT-ONE-ARCHIVE.
105330     read archold
105340         at end
105350             move "Y" to DF-ARCH-EOF-SWITCH
105360             go to 5610-EXIT
105370     end-read.
105380     if DF-AROLD-STATUS not = "00"
105390         perform 9900-ABEND thru 9900-EXIT
105400     end-if.
105410     move OAR-LEAVING-DATE to AR-LEAVING-DATE.
105420     move OAR-ACTING-EMP-CODE to AR-ACTING-EMP-CODE.
105430     move OAR-IMAGE to AR-IMAGE.
105440     move zero to AR-FINAL-PAY.
105450     move zero to AR-LEAVE-DAYS-PAID.
105460     move zero to AR-LEAVE-PAYOUT.
105470     move ARCHIVE-REC to PGWORK-REC.
105480     write PGWORK-REC.
105490     if DF-PGWORK-STATUS not = "00"
105500         perform 9900-ABEND thru 9900-EXIT
105510     end-if.
105520     add 1 to DF-PG-AR-READ.
105530 5610-EXIT.
105540     exit.

105550****************************************************************
105560* 5700-YEAR-END-CERTIFICATES - the tax-year-end run: one       *
105570* earnings certificate per person with pay history in the      *
105580* year, leavers included - their history outlives their staff  *
105590* record - carrying the year's gross, deductions and net from  *
105600* their latest period.  The certificates are then added up and *
105610* proved against the sum of the year's monthly register        *
105620* control records; a failed proof is flagged on the file and   *
105630* ends an unattended run with RC 8.                            *
105640****************************************************************
105650 5700-YEAR-END-CERTIFICATES.
105660     move zero to DF-YE-CERTS.
105670     move zero to DF-YE-LEAVERS.
105680     move zero to DF-YE-REGISTERS.
105690     move zero to DF-YE-PERIODS.
105700     move zero to DF-YE-CERT-GROSS.
105710     move zero to DF-YE-CERT-TAX.
105720     move zero to DF-YE-CERT-PENSION.
105730     move zero to DF-YE-CERT-FIXED.
105740     move zero to DF-YE-CERT-NET.
105750     move zero to DF-YE-CTL-GROSS.
105760     move zero to DF-YE-CTL-TAX.
105770     move zero to DF-YE-CTL-PENSION.
105780     move zero to DF-YE-CTL-FIXED.
105790     move zero to DF-YE-CTL-NET.
105800     move zero to DF-YE-EMP-NUM.
105810     move "Y" to DF-YE-PROOF-SWITCH.

105820*>   Unattended, the tax year comes from DFTAXYEAR; zero, or no
105830*>   answer at the prompt, means the tax year today falls in.
105840     if DF-BATCH-MODE
105850         move DF-BATCH-TAX-YEAR to DF-YE-TAX-YEAR
105860     else
105870         display "TAX YEAR TO CERTIFY (THE YEAR IT STARTS IN, "
105880             "0 = CURRENT): " with no advancing
105890         accept DF-YE-TAX-YEAR
105900     end-if.
105910     if DF-YE-TAX-YEAR = zero
105920         accept DF-REG-DATE from date yyyymmdd
105930         compute DF-YT-PERIOD = DF-REG-DATE / 100
105940         perform 4052-DERIVE-TAX-YEAR thru 4052-EXIT
105950         move DF-YT-TAX-YEAR to DF-YE-TAX-YEAR
105960     end-if.

105970     open output yecertfile.
105980     if DF-YECERT-STATUS not = "00"
105990         perform 9900-ABEND thru 9900-EXIT
106000     end-if.
106010     accept DF-REG-DATE from date yyyymmdd.
106020     move spaces to YECERT-LINE.
106030     string "YEAR-END EARNINGS CERTIFICATES  TAX YEAR STARTING "
106040         DF-YE-TAX-YEAR "  RUN DATE " DF-REG-DATE
106050         delimited by size into YECERT-LINE.
106060     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
106070     move all "=" to YECERT-LINE.
106080     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.

106090     move low-values to YT-KEY.
106100     move "N" to DF-YT-EOF-SWITCH.
106110     start ytdfile key is not less than YT-KEY
106120         invalid key
106130             move "Y" to DF-YT-EOF-SWITCH
106140     end-start.
106150     perform 5710-CERT-ONE-RECORD thru 5710-EXIT
106160         until DF-YT-END-OF-FILE.
106170     if DF-YE-EMP-NUM not = zero
106180         perform 5720-WRITE-CERTIFICATE thru 5720-EXIT
106190     end-if.

106200     perform 5730-WRITE-CERT-PROOF thru 5730-EXIT.
106210     close yecertfile.
106220     move DF-YE-CERTS to DF-YE-COUNT-EDIT.
106230     display "EARNINGS CERTIFICATES ISSUED: " DF-YE-COUNT-EDIT.
106240     display "CERTIFICATES WRITTEN TO " DF-YECERT-PATH.
106250     if DF-YE-PROVED
106260         display "CERTIFICATES PROVE TO THE MONTHLY REGISTERS"
106270     else
106280         display "*** CERTIFICATES DO NOT PROVE TO THE MONTHLY "
106290             "REGISTERS - SEE THE CERTIFICATE FILE ***"
106300         if DF-BATCH-MODE
106310             move 8 to DF-RUN-RC
106320         end-if
106330     end-if.
106340     perform 8600-PAUSE thru 8600-EXIT.
106350 5700-EXIT.
106360     exit.

106370*>   One history record.  Control records add to the register
106380*>   totals; a person's records are held until the key moves
106390*>   on to the next person, when the last one held - their
106400*>   latest period in the year - becomes their certificate.
106410 5710-CERT-ONE-RECORD.
106420     read ytdfile next record
106430         at end
106440             move "Y" to DF-YT-EOF-SWITCH
106450             go to 5710-EXIT
106460     end-read.
106470     if DF-YTD-STATUS not = "00"
106480         perform 9900-ABEND thru 9900-EXIT
106490     end-if.
106500     if YT-TAX-YEAR not = DF-YE-TAX-YEAR
106510         go to 5710-EXIT
106520     end-if.
106530     if YT-EMP-NUM = zero
106540         add 1 to DF-YE-REGISTERS
106550         add YT-GROSS to DF-YE-CTL-GROSS
106560         add YT-TAX to DF-YE-CTL-TAX
106570         add YT-PENSION to DF-YE-CTL-PENSION
106580         add YT-FIXED to DF-YE-CTL-FIXED
106590         add YT-NET to DF-YE-CTL-NET
106600         go to 5710-EXIT
106610     end-if.
106620     if YT-EMP-NUM not = DF-YE-EMP-NUM
106630         if DF-YE-EMP-NUM not = zero
106640             perform 5720-WRITE-CERTIFICATE thru 5720-EXIT
106650         end-if
106660         move zero to DF-YE-PERIODS
106670     end-if.
106680     add 1 to DF-YE-PERIODS.
106690     move YT-EMP-NUM to DF-YE-EMP-NUM.
106700     move YT-EMP-CODE to DF-YE-EMP-CODE.
106710     move YT-SURNAME to DF-YE-SURNAME.
106720     move YT-DEPARTMENT to DF-YE-DEPARTMENT.
106730     move YT-PERIOD to DF-YE-LAST-PERIOD.
106740     move YT-YTD-AMOUNTS to DF-YE-YTD-AMOUNTS.
106750 5710-EXIT.
106760     exit.

106770****************************************************************
106780* 5720-WRITE-CERTIFICATE - one certificate block for the       *
106790* person held in DF-YE-HOLD.  Anyone no longer on the staff    *
106800* file is marked as a leaver.                                  *
106810****************************************************************
106820 5720-WRITE-CERTIFICATE.
106830     move DF-YE-EMP-NUM to EM-EMP-NUM.
106840     read stafffile record
106850         invalid key
106860             continue
106870     end-read.
106880     if FILE-STATUS not = "00" and FILE-STATUS not = "23"
106890         perform 9900-ABEND thru 9900-EXIT
106900     end-if.

106910     move spaces to YECERT-LINE.
106920     string "EARNINGS CERTIFICATE  TAX YEAR " DF-YE-TAX-YEAR
106930         "  CODE " DF-YE-EMP-CODE "  " DF-YE-SURNAME
106940         delimited by size into YECERT-LINE.
106950     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
106960     move spaces to YECERT-LINE.
106970     string "  DEPARTMENT         " DF-YE-DEPARTMENT
106980         delimited by size into YECERT-LINE.
106990     if FILE-STATUS = "23"
107000         move "LEFT THE COMPANY" to YECERT-LINE(30:16)
107010         add 1 to DF-YE-LEAVERS
107020     end-if.
107030     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107040     move DF-YE-PERIODS to DF-YE-COUNT-EDIT.
107050     move spaces to YECERT-LINE.
107060     string "  PERIODS PAID       " DF-YE-COUNT-EDIT
107070         "  LAST PERIOD " DF-YE-LAST-PERIOD
107080         delimited by size into YECERT-LINE.
107090     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107100     move DF-YE-GROSS to DF-PS-MONEY-EDIT.
107110     move spaces to YECERT-LINE.
107120     string "  TOTAL GROSS PAY    " DF-PS-MONEY-EDIT
107130         delimited by size into YECERT-LINE.
107140     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107150     move DF-YE-TAX to DF-PS-MONEY-EDIT.
107160     move spaces to YECERT-LINE.
107170     string "  TOTAL TAX          " DF-PS-MONEY-EDIT
107180         delimited by size into YECERT-LINE.
107190     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107200     move DF-YE-PENSION to DF-PS-MONEY-EDIT.
107210     move spaces to YECERT-LINE.
107220     string "  TOTAL PENSION      " DF-PS-MONEY-EDIT
107230         delimited by size into YECERT-LINE.
107240     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107250     move DF-YE-FIXED to DF-PS-MONEY-EDIT.
107260     move spaces to YECERT-LINE.
107270     string "  TOTAL FIXED DEDNS  " DF-PS-MONEY-EDIT
107280         delimited by size into YECERT-LINE.
107290     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107300     move DF-YE-NET to DF-PS-MONEY-EDIT.
107310     move spaces to YECERT-LINE.
107320     string "  TOTAL NET PAY      " DF-PS-MONEY-EDIT
107330         delimited by size into YECERT-LINE.
107340     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107350     move all "-" to YECERT-LINE.
107360     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.

107370     add 1 to DF-YE-CERTS.
107380     add DF-YE-GROSS to DF-YE-CERT-GROSS.
107390     add DF-YE-TAX to DF-YE-CERT-TAX.
107400     add DF-YE-PENSION to DF-YE-CERT-PENSION.
107410     add DF-YE-FIXED to DF-YE-CERT-FIXED.
107420     add DF-YE-NET to DF-YE-CERT-NET.
107430 5720-EXIT.
107440     exit.

107450****************************************************************
107460* 5730-WRITE-CERT-PROOF - the certificates' totals beside the  *
107470* sum of the year's monthly register controls, amount by       *
107480* amount.  Every pound on a register must be on a certificate. *
107490****************************************************************
107500 5730-WRITE-CERT-PROOF.
107510     move spaces to YECERT-LINE.
107520     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107530     move DF-YE-CERTS to DF-YE-COUNT-EDIT.
107540     move spaces to YECERT-LINE.
107550     string "CERTIFICATES ISSUED    " DF-YE-COUNT-EDIT
107560         delimited by size into YECERT-LINE.
107570     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107580     move DF-YE-LEAVERS to DF-YE-COUNT-EDIT.
107590     move spaces to YECERT-LINE.
107600     string "  OF WHICH LEAVERS     " DF-YE-COUNT-EDIT
107610         delimited by size into YECERT-LINE.
107620     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107630     move DF-YE-REGISTERS to DF-YE-COUNT-EDIT.
107640     move spaces to YECERT-LINE.
107650     string "MONTHLY REGISTERS      " DF-YE-COUNT-EDIT
107660         delimited by size into YECERT-LINE.
107670     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107680     move spaces to YECERT-LINE.
107690     string "                       " "       CERTIFICATES"
107700         "      MONTHLY REGISTERS"
107710         delimited by size into YECERT-LINE.
107720     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.

107730     move DF-YE-CERT-GROSS to DF-PS-MONEY-EDIT.
107740     move DF-YE-CTL-GROSS to DF-PS-YTD-EDIT.
107750     move spaces to YECERT-LINE.
107760     string "TOTAL GROSS PAY        " DF-PS-MONEY-EDIT
107770         "    " DF-PS-YTD-EDIT
107780         delimited by size into YECERT-LINE.
107790     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107800     move DF-YE-CERT-TAX to DF-PS-MONEY-EDIT.
107810     move DF-YE-CTL-TAX to DF-PS-YTD-EDIT.
107820     move spaces to YECERT-LINE.
107830     string "TOTAL TAX              " DF-PS-MONEY-EDIT
107840         "    " DF-PS-YTD-EDIT
107850         delimited by size into YECERT-LINE.
107860     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107870     move DF-YE-CERT-PENSION to DF-PS-MONEY-EDIT.
107880     move DF-YE-CTL-PENSION to DF-PS-YTD-EDIT.
107890     move spaces to YECERT-LINE.
107900     string "TOTAL PENSION          " DF-PS-MONEY-EDIT
107910         "    " DF-PS-YTD-EDIT
107920         delimited by size into YECERT-LINE.
107930     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
107940     move DF-YE-CERT-FIXED to DF-PS-MONEY-EDIT.
107950     move DF-YE-CTL-FIXED to DF-PS-YTD-EDIT.
107960     move spaces to YECERT-LINE.
107970     string "TOTAL FIXED DEDUCTIONS " DF-PS-MONEY-EDIT
107980         "    " DF-PS-YTD-EDIT
107990         delimited by size into YECERT-LINE.
108000     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
108010     move DF-YE-CERT-NET to DF-PS-MONEY-EDIT.
108020     move DF-YE-CTL-NET to DF-PS-YTD-EDIT.
108030     move spaces to YECERT-LINE.
108040     string "TOTAL NET PAY          " DF-PS-MONEY-EDIT
108050         "    " DF-PS-YTD-EDIT
108060         delimited by size into YECERT-LINE.
108070     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.

108080     if DF-YE-CERT-GROSS not = DF-YE-CTL-GROSS
108090             or DF-YE-CERT-TAX not = DF-YE-CTL-TAX
108100             or DF-YE-CERT-PENSION not = DF-YE-CTL-PENSION
108110             or DF-YE-CERT-FIXED not = DF-YE-CTL-FIXED
108120             or DF-YE-CERT-NET not = DF-YE-CTL-NET
108130         move "N" to DF-YE-PROOF-SWITCH
108140     end-if.
108150     if DF-YE-PROVED
108160         move "CERTIFICATES PROVE TO THE MONTHLY REGISTERS"
108170             to YECERT-LINE
108180     else
108190         move "*** CERTIFICATES DO NOT PROVE ***" to YECERT-LINE
108200     end-if.
108210     perform 5790-WRITE-YECERT-LINE thru 5790-EXIT.
108220 5730-EXIT.
108230     exit.

108240 5790-WRITE-YECERT-LINE.
108250     write YECERT-LINE.
108260     if DF-YECERT-STATUS not = "00"
108270         perform 9900-ABEND thru 9900-EXIT
108280     end-if.
108290 5790-EXIT.
108300     exit.

108310****************************************************************
108320* 5800-ORG-CHART - the organisation chart.  For each department*
108330* on the master the tree is printed from the department's      *
108340* owner down through everyone reporting to them, however many  *
108350* levels, each level indented under its manager.  A tree takes *
108360* in whoever reports into it, whatever their own department.   *
108370* Staff no tree reaches - reporting to nobody, or into a line  *
108380* no owner heads - are listed at the end so nobody drops off   *
108390* the chart.                                                   *
108400****************************************************************
108410 5800-ORG-CHART.
108420     perform 2355-LOAD-ORG-TABLE thru 2355-EXIT.
108430     move zero to DF-OC-WALK-NUM.
108440     move zero to DF-OC-PRINTED.
108450     move zero to DF-OC-UNREACHED.

108460     open output orgchartfile.
108470     if DF-ORGCHART-STATUS not = "00"
108480         perform 9900-ABEND thru 9900-EXIT
108490     end-if.
108500     accept DF-REG-DATE from date yyyymmdd.
108510     move spaces to ORGCHART-LINE.
108520     string "ORGANISATION CHART  RUN DATE " DF-REG-DATE
108530         delimited by size into ORGCHART-LINE.
108540     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
108550     move all "=" to ORGCHART-LINE.
108560     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.

108570     move low-values to DP-CODE.
108580     start deptfile key is not less than DP-CODE
108590         invalid key
108600             move "DEPARTMENT MASTER IS EMPTY - NOTHING TO CHART"
108610                 to ORGCHART-LINE
108620             perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT
108630     end-start.
108640     perform 5810-CHART-ONE-DEPARTMENT thru 5810-EXIT
108650         until DF-DEPTM-STATUS not = "00".

108660     perform 5840-LIST-UNREACHED thru 5840-EXIT
108670         varying DF-OC-SUB from 1 by 1
108680         until DF-OC-SUB > DF-OC-COUNT.

108690     move spaces to ORGCHART-LINE.
108700     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
108710     move DF-OC-COUNT to DF-OC-COUNT-EDIT.
108720     move spaces to ORGCHART-LINE.
108730     string "STAFF ON FILE         " DF-OC-COUNT-EDIT
108740         delimited by size into ORGCHART-LINE.
108750     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
108760     move DF-OC-PRINTED to DF-OC-COUNT-EDIT.
108770     move spaces to ORGCHART-LINE.
108780     string "SHOWN IN A TREE       " DF-OC-COUNT-EDIT
108790         delimited by size into ORGCHART-LINE.
108800     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
108810     move DF-OC-UNREACHED to DF-OC-COUNT-EDIT.
108820     move spaces to ORGCHART-LINE.
108830     string "NOT REACHED BY A TREE " DF-OC-COUNT-EDIT
108840         delimited by size into ORGCHART-LINE.
108850     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
108860     close orgchartfile.

108870     display "ORGANISATION CHART WRITTEN TO " DF-ORGCHART-PATH.
108880     move DF-OC-PRINTED to DF-OC-COUNT-EDIT.
108890     display "SHOWN IN A TREE       " DF-OC-COUNT-EDIT.
108900     move DF-OC-UNREACHED to DF-OC-COUNT-EDIT.
108910     display "NOT REACHED BY A TREE " DF-OC-COUNT-EDIT.
108920     perform 8600-PAUSE thru 8600-EXIT.
108930 5800-EXIT.
108940     exit.

108950 5810-CHART-ONE-DEPARTMENT.
108960     read deptfile next record
108970         at end
108980             go to 5810-EXIT
108990     end-read.
109000     if DF-DEPTM-STATUS not = "00"
109010         perform 9900-ABEND thru 9900-EXIT
109020     end-if.
109030     move spaces to ORGCHART-LINE.
109040     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
109050     move spaces to ORGCHART-LINE.
109060     string "DEPARTMENT " DP-CODE "  " DP-NAME
109070         delimited by size into ORGCHART-LINE.
109080     if DP-IS-INACTIVE
109090         move "(INACTIVE)" to ORGCHART-LINE(50:10)
109100     end-if.
109110     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.

109120     if DP-OWNER-EMP-NUM = zero
109130         move "  NO OWNER RECORDED ON THE DEPARTMENT MASTER"
109140             to ORGCHART-LINE
109150         perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT
109160         go to 5810-EXIT
109170     end-if.
109180     move DP-OWNER-EMP-NUM to DF-OC-LOOK-NUM.
109190     perform 2356-FIND-ORG-ENTRY thru 2356-EXIT.
109200     if DF-OC-FOUND = zero
109210         move spaces to ORGCHART-LINE
109220         string "  OWNER " DP-OWNER-EMP-NUM
109230             " IS NOT ON THE STAFF FILE"
109240             delimited by size into ORGCHART-LINE
109250         perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT
109260         go to 5810-EXIT
109270     end-if.

109280*>   The owner heads the tree at level one; each step of the
109290*>   walk either goes down to the next direct report of the
109300*>   entry at the bottom of the stack or, when it has none
109310*>   left, comes back up a level.
109320     add 1 to DF-OC-WALK-NUM.
109330     move 1 to DF-OC-DEPTH.
109340     move DF-OC-FOUND to DF-OC-LVL-ENTRY(1).
109350     move 1 to DF-OC-LVL-NEXT(1).
109360     perform 5830-PRINT-ORG-ENTRY thru 5830-EXIT.
109370     perform 5820-WALK-ONE-STEP thru 5820-EXIT
109380         until DF-OC-DEPTH = zero.
109390 5810-EXIT.
109400     exit.

109410 5820-WALK-ONE-STEP.
109420     move DF-OC-LVL-ENTRY(DF-OC-DEPTH) to DF-OC-MGR-SUB.
109430     move DF-OC-EMP-NUM(DF-OC-MGR-SUB) to DF-OC-LOOK-NUM.
109440     move zero to DF-OC-FOUND.
109450     perform 5825-TEST-DIRECT-REPORT thru 5825-EXIT
109460         varying DF-OC-SUB from DF-OC-LVL-NEXT(DF-OC-DEPTH) by 1
109470         until DF-OC-SUB > DF-OC-COUNT
109480             or DF-OC-FOUND not = zero.
109490     if DF-OC-FOUND = zero
109500         subtract 1 from DF-OC-DEPTH
109510         go to 5820-EXIT
109520     end-if.
109530     compute DF-OC-LVL-NEXT(DF-OC-DEPTH) = DF-OC-FOUND + 1.
109540*>   Below fifty levels the person is still printed, but the
109550*>   walk goes no deeper - anyone under them shows up among
109560*>   the staff not reached.
109570     add 1 to DF-OC-DEPTH.
109580     perform 5830-PRINT-ORG-ENTRY thru 5830-EXIT.
109590     if DF-OC-DEPTH > 50
109600         subtract 1 from DF-OC-DEPTH
109610     else
109620         move DF-OC-FOUND to DF-OC-LVL-ENTRY(DF-OC-DEPTH)
109630         move 1 to DF-OC-LVL-NEXT(DF-OC-DEPTH)
109640     end-if.
109650 5820-EXIT.
109660     exit.

109670*>   A direct report already printed in this tree is passed
109680*>   over - only a loop on the file could bring them round
109690*>   again.
109700 5825-TEST-DIRECT-REPORT.
109710     if DF-OC-REPORTS-TO(DF-OC-SUB) = DF-OC-LOOK-NUM
109720             and DF-OC-WALK(DF-OC-SUB) not = DF-OC-WALK-NUM
109730         move DF-OC-SUB to DF-OC-FOUND
109740     end-if.
109750 5825-EXIT.
109760     exit.

109770*>   Prints table entry DF-OC-FOUND at level DF-OC-DEPTH, three
109780*>   columns in per level; past twenty levels the indent stays
109790*>   put so the line still fits.
109800 5830-PRINT-ORG-ENTRY.
109810     move DF-OC-WALK-NUM to DF-OC-WALK(DF-OC-FOUND).
109820     if DF-OC-REACHED(DF-OC-FOUND) not = "Y"
109830         move "Y" to DF-OC-REACHED(DF-OC-FOUND)
109840         add 1 to DF-OC-PRINTED
109850     end-if.
109860     move DF-OC-FOUND to DF-OC-MGR-SUB.
109870     perform 2365-BUILD-ORG-LINE thru 2365-EXIT.
109880     if DF-OC-DEPTH > 20
109890         move 61 to DF-OC-INDENT
109900     else
109910         compute DF-OC-INDENT = DF-OC-DEPTH * 3 + 1
109920     end-if.
109930     move spaces to ORGCHART-LINE.
109940     move DF-OC-LINE-WORK to ORGCHART-LINE(DF-OC-INDENT:).
109950     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
109960 5830-EXIT.
109970     exit.

109980 5840-LIST-UNREACHED.
109990     if DF-OC-REACHED(DF-OC-SUB) = "Y"
110000         go to 5840-EXIT
110010     end-if.
110020     if DF-OC-UNREACHED = zero
110030         move spaces to ORGCHART-LINE
110040         perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT
110050         move "STAFF NOT REACHED FROM ANY DEPARTMENT OWNER"
110060             to ORGCHART-LINE
110070         perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT
110080         move all "-" to ORGCHART-LINE
110090         perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT
110100     end-if.
110110     add 1 to DF-OC-UNREACHED.
110120     move DF-OC-SUB to DF-OC-MGR-SUB.
110130     perform 2365-BUILD-ORG-LINE thru 2365-EXIT.
110140     if DF-OC-REPORTS-TO(DF-OC-SUB) = zero
110150         move "REPORTS TO NOBODY" to DF-OC-LINE-NOTE
110160     else
110170         string "REPORTS TO " DF-OC-REPORTS-TO(DF-OC-SUB)
110180             delimited by size into DF-OC-LINE-NOTE
110190     end-if.
110200     move spaces to ORGCHART-LINE.
110210     move DF-OC-LINE-WORK to ORGCHART-LINE(4:).
110220     perform 5890-WRITE-ORGCHART-LINE thru 5890-EXIT.
110230 5840-EXIT.
110240     exit.

110250 5890-WRITE-ORGCHART-LINE.
110260     write ORGCHART-LINE.
110270     if DF-ORGCHART-STATUS not = "00"
110280         perform 9900-ABEND thru 9900-EXIT
110290     end-if.
110300 5890-EXIT.
110310     exit.

110320****************************************************************
110330* 5900-ABSENCE-MENU - the sickness record: spells off sick     *
110340* keyed, corrected and removed on ABSENCEFILE, each change     *
110350* audited, a person's spells listed, and the rolling 52-week   *
110360* Bradford report.  The whole option sits behind the HR role.  *
110370****************************************************************
110380 5900-ABSENCE-MENU.
110390     display "A)DD  C)ORRECT  D)ELETE  I)NQUIRE  "
110400         "B)RADFORD REPORT  R)ETURN : " with no advancing.
110410     accept DF-SK-CHOICE.
110420     evaluate DF-SK-CHOICE
110430         when "A"
110440             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
110450             perform 5910-ADD-SPELL thru 5910-EXIT
110460         when "a"
110470             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
110480             perform 5910-ADD-SPELL thru 5910-EXIT
110490         when "C"
110500             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
110510             perform 5920-CORRECT-SPELL thru 5920-EXIT
110520         when "c"
110530             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
110540             perform 5920-CORRECT-SPELL thru 5920-EXIT
110550         when "D"
110560             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
110570             perform 5930-DELETE-SPELL thru 5930-EXIT
110580         when "d"
110590             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
110600             perform 5930-DELETE-SPELL thru 5930-EXIT
110610         when "I"
110620             perform 5940-SPELL-INQUIRY thru 5940-EXIT
110630         when "i"
110640             perform 5940-SPELL-INQUIRY thru 5940-EXIT
110650         when "B"
110660             perform 5960-ABSENCE-REPORT thru 5960-EXIT
110670         when "b"
110680             perform 5960-ABSENCE-REPORT thru 5960-EXIT
110690         when other
110700             continue
110710     end-evaluate.
110720 5900-EXIT.
110730     exit.

110740 5910-ADD-SPELL.
110750     perform 5945-PROMPT-SPELL-PERSON thru 5945-EXIT.
110760     if not DF-RECORD-WAS-FOUND
110770         go to 5910-EXIT
110780     end-if.
110790     perform 5946-PROMPT-SPELL-START thru 5946-EXIT.
110800     move DF-SK-EMP to SK-EMP-NUM.
110810     move DF-SK-NEW-START to SK-START-DATE.
110820     read absencefile record
110830         invalid key
110840             continue
110850     end-read.
110860     if DF-ABSENCE-STATUS = "00"
110870         display "A SPELL ALREADY STARTS ON " DF-SK-NEW-START
110880             " - USE C)ORRECT"
110890         go to 5910-EXIT
110900     end-if.
110910     if DF-ABSENCE-STATUS not = "23"
110920         perform 9900-ABEND thru 9900-EXIT
110930     end-if.

110940     initialize ABSENCE-REC.
110950     move DF-SK-EMP to SK-EMP-NUM.
110960     move DF-SK-NEW-START to SK-START-DATE.
110970     perform 5947-PROMPT-SPELL-DETAILS thru 5947-EXIT.
110980     perform 5948-VALIDATE-SPELL thru 5948-EXIT.
110990     if DF-SK-ERROR not = spaces
111000         display "SPELL NOT RECORDED - " DF-SK-ERROR
111010         go to 5910-EXIT
111020     end-if.
111030     move DF-ACTING-EMP-CODE to SK-CHANGED-BY.
111040     accept SK-CHANGED-DATE from date yyyymmdd.
111050     write ABSENCE-REC
111060         invalid key
111070             display "SPELL COULD NOT BE FILED"
111080             go to 5910-EXIT
111090     end-write.
111100     if DF-ABSENCE-STATUS not = "00"
111110         perform 9900-ABEND thru 9900-EXIT
111120     end-if.

111130     move spaces to DF-SKB-REASON-CERT.
111140     move zero to DF-SKB-START.
111150     move zero to DF-SKB-END.
111160     move SK-REASON to DF-SKA-REASON.
111170     move SK-CERT-TYPE to DF-SKA-CERT.
111180     move SK-START-DATE to DF-SKA-START.
111190     move SK-END-DATE to DF-SKA-END.
111200     move "SICKADD" to DF-AUDIT-ACTION.
111210     perform 5953-AUDIT-SPELL thru 5953-EXIT.
111220     accept DF-SK-AS-AT from date yyyymmdd.
111230     move zero to DF-SK-WINDOW-DAY.
111240     perform 5958-SPELL-DAYS thru 5958-EXIT.
111250     move DF-SK-DAYS to DF-SK-DAYS-EDIT.
111260     display "SPELL RECORDED - WORKING DAYS LOST TO DATE "
111270         DF-SK-DAYS-EDIT.
111280 5910-EXIT.
111290     exit.

111300*>   The first day off is the key, so it cannot be corrected
111310*>   in place - a wrong start date is deleted and keyed again.
111320*>   A blank answer keeps what the spell already says.
111330 5920-CORRECT-SPELL.
111340     perform 5945-PROMPT-SPELL-PERSON thru 5945-EXIT.
111350     if not DF-RECORD-WAS-FOUND
111360         go to 5920-EXIT
111370     end-if.
111380     perform 5946-PROMPT-SPELL-START thru 5946-EXIT.
111390     perform 5943-READ-SPELL-WITH-LOCK thru 5943-EXIT.
111400     if not DF-RECORD-WAS-FOUND
111410         go to 5920-EXIT
111420     end-if.
111430     accept DF-SK-AS-AT from date yyyymmdd.
111440     move zero to DF-SK-WINDOW-DAY.
111450     perform 5958-SPELL-DAYS thru 5958-EXIT.
111460     perform 5942-BUILD-SPELL-LINE thru 5942-EXIT.
111470     display DF-SK-SPELL-LINE.
111480     move SK-REASON to DF-SKB-REASON.
111490     move SK-CERT-TYPE to DF-SKB-CERT.
111500     move SK-START-DATE to DF-SKB-START.
111510     move SK-END-DATE to DF-SKB-END.

111520     perform 5947-PROMPT-SPELL-DETAILS thru 5947-EXIT.
111530     perform 5948-VALIDATE-SPELL thru 5948-EXIT.
111540     if DF-SK-ERROR not = spaces
111550         display "CORRECTION REFUSED - " DF-SK-ERROR
111560         perform 5944-UNLOCK-ABSENCEFILE thru 5944-EXIT
111570         go to 5920-EXIT
111580     end-if.
111590     move SK-REASON to DF-SKA-REASON.
111600     move SK-CERT-TYPE to DF-SKA-CERT.
111610     move SK-START-DATE to DF-SKA-START.
111620     move SK-END-DATE to DF-SKA-END.
111630     if DF-SK-AFTER = DF-SK-BEFORE
111640         display "NOTHING CHANGED"
111650         perform 5944-UNLOCK-ABSENCEFILE thru 5944-EXIT
111660         go to 5920-EXIT
111670     end-if.

111680     move DF-ACTING-EMP-CODE to SK-CHANGED-BY.
111690     accept SK-CHANGED-DATE from date yyyymmdd.
111700     rewrite ABSENCE-REC
111710         invalid key
111720             display "SPELL COULD NOT BE REWRITTEN"
111730             perform 5944-UNLOCK-ABSENCEFILE thru 5944-EXIT
111740             go to 5920-EXIT
111750     end-rewrite.
111760     if DF-ABSENCE-STATUS not = "00"
111770         perform 9900-ABEND thru 9900-EXIT
111780     end-if.
111790     move "SICKCHG" to DF-AUDIT-ACTION.
111800     perform 5953-AUDIT-SPELL thru 5953-EXIT.
111810     display "SPELL CORRECTED".
111820 5920-EXIT.
111830     exit.

111840 5930-DELETE-SPELL.
111850     perform 5945-PROMPT-SPELL-PERSON thru 5945-EXIT.
111860     if not DF-RECORD-WAS-FOUND
111870         go to 5930-EXIT
111880     end-if.
111890     perform 5946-PROMPT-SPELL-START thru 5946-EXIT.
111900     perform 5943-READ-SPELL-WITH-LOCK thru 5943-EXIT.
111910     if not DF-RECORD-WAS-FOUND
111920         go to 5930-EXIT
111930     end-if.
111940     accept DF-SK-AS-AT from date yyyymmdd.
111950     move zero to DF-SK-WINDOW-DAY.
111960     perform 5958-SPELL-DAYS thru 5958-EXIT.
111970     perform 5942-BUILD-SPELL-LINE thru 5942-EXIT.
111980     display DF-SK-SPELL-LINE.
111990     display "CONFIRM DELETE (Y/N): " with no advancing.
112000     accept DF-CONFIRM.
112010     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
112020         display "DELETE CANCELLED"
112030         perform 5944-UNLOCK-ABSENCEFILE thru 5944-EXIT
112040         go to 5930-EXIT
112050     end-if.

112060     move SK-REASON to DF-SKB-REASON.
112070     move SK-CERT-TYPE to DF-SKB-CERT.
112080     move SK-START-DATE to DF-SKB-START.
112090     move SK-END-DATE to DF-SKB-END.
112100     move spaces to DF-SKA-REASON-CERT.
112110     move zero to DF-SKA-START.
112120     move zero to DF-SKA-END.
112130     delete absencefile record
112140         invalid key
112150             display "SPELL COULD NOT BE DELETED"
112160             perform 5944-UNLOCK-ABSENCEFILE thru 5944-EXIT
112170             go to 5930-EXIT
112180     end-delete.
112190     if DF-ABSENCE-STATUS not = "00"
112200         perform 9900-ABEND thru 9900-EXIT
112210     end-if.
112220     move "SICKDEL" to DF-AUDIT-ACTION.
112230     perform 5953-AUDIT-SPELL thru 5953-EXIT.
112240     display "SPELL DELETED".
112250 5930-EXIT.
112260     exit.

112270*>   Every spell on file for one person, oldest first, with the
112280*>   working days each has cost to date.
112290 5940-SPELL-INQUIRY.
112300     perform 5945-PROMPT-SPELL-PERSON thru 5945-EXIT.
112310     if not DF-RECORD-WAS-FOUND
112320         go to 5940-EXIT
112330     end-if.
112340     accept DF-SK-AS-AT from date yyyymmdd.
112350     move zero to DF-SK-WINDOW-DAY.
112360     move zero to DF-SK-SPELLS.
112370     move zero to DF-SK-DAYS-LOST.
112380     perform 5954-START-PERSON-SPELLS thru 5954-EXIT.
112390     perform 5941-LIST-ONE-SPELL thru 5941-EXIT
112400         until DF-SK-SCAN-DONE.
112410     if DF-SK-SPELLS = zero
112420         display "NO SICKNESS ON FILE"
112430     else
112440         move DF-SK-SPELLS to DF-SK-SPELLS-EDIT
112450         move DF-SK-DAYS-LOST to DF-SK-DAYS-EDIT
112460         display "SPELLS " DF-SK-SPELLS-EDIT
112470             "  WORKING DAYS LOST " DF-SK-DAYS-EDIT
112480     end-if.
112490     perform 8600-PAUSE thru 8600-EXIT.
112500 5940-EXIT.
112510     exit.

112520 5941-LIST-ONE-SPELL.
112530     perform 5958-SPELL-DAYS thru 5958-EXIT.
112540     perform 5942-BUILD-SPELL-LINE thru 5942-EXIT.
112550     display DF-SK-SPELL-LINE.
112560     add 1 to DF-SK-SPELLS.
112570     add DF-SK-DAYS to DF-SK-DAYS-LOST.
112580     perform 5959-READ-NEXT-SPELL thru 5959-EXIT.
112590 5941-EXIT.
112600     exit.

112610*>   One spell as a line for the screen or the report, showing
112620*>   the working days 5958 last worked out for it.
112630 5942-BUILD-SPELL-LINE.
112640     if SK-END-DATE = zero
112650         move "STILL OFF" to DF-SK-END-SHOW
112660     else
112670         move SK-END-DATE to DF-SK-END-SHOW
112680     end-if.
112690     evaluate true
112700         when SK-SELF-CERTIFIED
112710             move "SELF-CERTIFIED" to DF-SK-CERT-SHOW
112720         when SK-MEDICAL-NOTE
112730             move "MEDICAL NOTE" to DF-SK-CERT-SHOW
112740         when other
112750             move spaces to DF-SK-CERT-SHOW
112760     end-evaluate.
112770     move DF-SK-DAYS to DF-SK-DAYS-EDIT.
112780     move spaces to DF-SK-SPELL-LINE.
112790     string "SPELL " SK-START-DATE " TO " DF-SK-END-SHOW
112800         "  " SK-REASON "  " DF-SK-CERT-SHOW
112810         "  DAYS " DF-SK-DAYS-EDIT
112820         delimited by size into DF-SK-SPELL-LINE.
112830 5942-EXIT.
112840     exit.

112850*>   A keyed read of the spell for DF-SK-EMP starting on
112860*>   DF-SK-NEW-START, under its record lock ahead of a REWRITE
112870*>   or DELETE.  Callers that end without either release the
112880*>   lock through 5944.
112890 5943-READ-SPELL-WITH-LOCK.
112900     move "N" to DF-FOUND-SWITCH.
112910     move DF-SK-EMP to SK-EMP-NUM.
112920     move DF-SK-NEW-START to SK-START-DATE.
112930     read absencefile record with lock
112940         invalid key
112950             display "NO SPELL STARTS ON " DF-SK-NEW-START
112960             go to 5943-EXIT
112970     end-read.
112980     if DF-ABSENCE-STATUS = "51" or DF-ABSENCE-STATUS = "99"
112990         display "SPELL IN USE BY ANOTHER OPERATOR - TRY AGAIN "
113000             "IN A MOMENT"
113010         go to 5943-EXIT
113020     end-if.
113030     if DF-ABSENCE-STATUS not = "00"
113040         perform 9900-ABEND thru 9900-EXIT
113050     end-if.
113060     move "Y" to DF-FOUND-SWITCH.
113070 5943-EXIT.
113080     exit.

113090 5944-UNLOCK-ABSENCEFILE.
113100     unlock absencefile.
113110 5944-EXIT.
113120     exit.

113130*>   Spells are only keyed against someone on the staff file.
113140*>   The person's record stays in the record area for the
113150*>   audit entry's target code.
113160 5945-PROMPT-SPELL-PERSON.
113170     move "N" to DF-FOUND-SWITCH.
113180     display "ENTER EMPLOYEE NUMBER: " with no advancing.
113190     accept DF-INQUIRY-EMP-NUM.
113200     move DF-INQUIRY-EMP-NUM to EM-EMP-NUM.
113210     read stafffile record
113220         invalid key
113230             display "NO RECORD FOUND FOR EMPLOYEE NUMBER "
113240                 DF-INQUIRY-EMP-NUM
113250             go to 5945-EXIT
113260     end-read.
113270     if FILE-STATUS not = "00"
113280         perform 9900-ABEND thru 9900-EXIT
113290     end-if.
113300     move DF-INQUIRY-EMP-NUM to DF-SK-EMP.
113310     display EM-CODE " " EM-SURNAME(1:25).
113320     move "Y" to DF-FOUND-SWITCH.
113330 5945-EXIT.
113340     exit.

113350 5946-PROMPT-SPELL-START.
113360     display "ENTER FIRST DAY OFF (YYYYMMDD): "
113370         with no advancing.
113380     accept DF-SK-NEW-START.
113390 5946-EXIT.
113400     exit.

113410*>   Prompts over the spell in the record area; a blank answer
113420*>   leaves a field as it stands, so the same prompts serve the
113430*>   add (where it starts empty) and the correction.
113440 5947-PROMPT-SPELL-DETAILS.
113450     move spaces to DF-SK-ERROR.
113460     display "LAST DAY OFF (YYYYMMDD, 0 = STILL OFF): "
113470         with no advancing.
113480     move spaces to DF-SK-END-TEXT.
113490     accept DF-SK-END-TEXT.
113500     evaluate true
113510         when DF-SK-END-TEXT = spaces
113520             continue
113530         when DF-SK-END-TEXT = "0"
113540             move zero to SK-END-DATE
113550         when DF-SK-END-TEXT numeric
113560             move DF-SK-END-TEXT to SK-END-DATE
113570         when other
113580             move "LAST DAY OFF IS NOT A DATE" to DF-SK-ERROR
113590     end-evaluate.
113600     display "REASON (RES GAS MSK MEN INJ OPS OTH): "
113610         with no advancing.
113620     move spaces to DF-SK-REASON-TEXT.
113630     accept DF-SK-REASON-TEXT.
113640     inspect DF-SK-REASON-TEXT converting
113650         "abcdefghijklmnopqrstuvwxyz"
113660         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
113670     if DF-SK-REASON-TEXT not = spaces
113680         move DF-SK-REASON-TEXT to SK-REASON
113690     end-if.
113700     display "S)ELF-CERTIFIED OR M)EDICAL NOTE: "
113710         with no advancing.
113720     move space to DF-SK-CERT-TEXT.
113730     accept DF-SK-CERT-TEXT.
113740     if DF-SK-CERT-TEXT = "s"
113750         move "S" to DF-SK-CERT-TEXT
113760     end-if.
113770     if DF-SK-CERT-TEXT = "m"
113780         move "M" to DF-SK-CERT-TEXT
113790     end-if.
113800     if DF-SK-CERT-TEXT not = space
113810         move DF-SK-CERT-TEXT to SK-CERT-TYPE
113820     end-if.
113830 5947-EXIT.
113840     exit.

113850****************************************************************
113860* 5948-VALIDATE-SPELL - prove the spell in the record area:    *
113870* real dates, the first day off not in the future, the last    *
113880* not before the first, a known reason, S or M for the         *
113890* certification, and no overlap with any other spell the       *
113900* person has on file - a running spell overlaps everything     *
113910* after its start.  The first failure is left in DF-SK-ERROR.  *
113920****************************************************************
113930 5948-VALIDATE-SPELL.
113940     if DF-SK-ERROR not = spaces
113950         go to 5948-EXIT
113960     end-if.
113970     accept DF-SK-AS-AT from date yyyymmdd.
113980     move SK-START-DATE to DF-SK-DATE.
113990     perform 5949-CHECK-SPELL-DATE thru 5949-EXIT.
114000     if not DF-SK-DATE-OK
114010         move "FIRST DAY OFF IS NOT A DATE" to DF-SK-ERROR
114020         go to 5948-EXIT
114030     end-if.
114040     if SK-START-DATE > DF-SK-AS-AT
114050         move "FIRST DAY OFF IS IN THE FUTURE" to DF-SK-ERROR
114060         go to 5948-EXIT
114070     end-if.
114080     if SK-END-DATE not = zero
114090         move SK-END-DATE to DF-SK-DATE
114100         perform 5949-CHECK-SPELL-DATE thru 5949-EXIT
114110         if not DF-SK-DATE-OK
114120             move "LAST DAY OFF IS NOT A DATE" to DF-SK-ERROR
114130             go to 5948-EXIT
114140         end-if
114150         if SK-END-DATE < SK-START-DATE
114160             move "LAST DAY OFF IS BEFORE THE FIRST"
114170                 to DF-SK-ERROR
114180             go to 5948-EXIT
114190         end-if
114200     end-if.

114210     move zero to DF-SK-SUB2.
114220     perform 5950-SEARCH-REASON-TABLE thru 5950-EXIT
114230         varying DF-SK-SUB from 1 by 1 until DF-SK-SUB > 7.
114240     if DF-SK-SUB2 = zero
114250         move "UNKNOWN REASON CODE" to DF-SK-ERROR
114260         go to 5948-EXIT
114270     end-if.
114280     if not SK-SELF-CERTIFIED and not SK-MEDICAL-NOTE
114290         move "CERTIFICATION MUST BE S OR M" to DF-SK-ERROR
114300         go to 5948-EXIT
114310     end-if.

114320     perform 5951-CHECK-SPELL-OVERLAP thru 5951-EXIT.
114330     if DF-SK-CLASH-START not = zero
114340         string "OVERLAPS THE SPELL FROM " DF-SK-CLASH-START
114350             delimited by size into DF-SK-ERROR
114360     end-if.
114370 5948-EXIT.
114380     exit.

114390*>   A plausible calendar date - month 1 to 12, day 1 to 31,
114400*>   a year this century or last.
114410 5949-CHECK-SPELL-DATE.
114420     move "N" to DF-SK-DATE-SWITCH.
114430     if DF-SK-DATE-YYYY < 1900
114440         go to 5949-EXIT
114450     end-if.
114460     if DF-SK-DATE-MM < 1 or DF-SK-DATE-MM > 12
114470         go to 5949-EXIT
114480     end-if.
114490     if DF-SK-DATE-DD < 1 or DF-SK-DATE-DD > 31
114500         go to 5949-EXIT
114510     end-if.
114520     move "Y" to DF-SK-DATE-SWITCH.
114530 5949-EXIT.
114540     exit.

114550 5950-SEARCH-REASON-TABLE.
114560     if DF-SK-REASON-CODE(DF-SK-SUB) = SK-REASON
114570         move DF-SK-SUB to DF-SK-SUB2
114580     end-if.
114590 5950-EXIT.
114600     exit.

114610*>   Reads the person's other spells through the record area,
114620*>   so the spell being proved is held aside and put back.
114630*>   DF-SK-CLASH-START is the first day of the spell it runs
114640*>   into, or zero.
114650 5951-CHECK-SPELL-OVERLAP.
114660     move ABSENCE-REC to DF-SK-HOLD.
114670     move zero to DF-SK-CLASH-START.
114680     move SK-START-DATE to DF-SK-NEW-START.
114690     if SK-END-DATE = zero
114700         move 99999999 to DF-SK-TEST-END
114710     else
114720         move SK-END-DATE to DF-SK-TEST-END
114730     end-if.
114740     perform 5954-START-PERSON-SPELLS thru 5954-EXIT.
114750     perform 5952-TEST-ONE-OVERLAP thru 5952-EXIT
114760         until DF-SK-SCAN-DONE.
114770     move DF-SK-HOLD to ABSENCE-REC.
114780 5951-EXIT.
114790     exit.

114800 5952-TEST-ONE-OVERLAP.
114810     if SK-START-DATE not = DF-SK-NEW-START
114820         if SK-END-DATE = zero
114830             move 99999999 to DF-SK-OTHER-END
114840         else
114850             move SK-END-DATE to DF-SK-OTHER-END
114860         end-if
114870         if SK-START-DATE not > DF-SK-TEST-END
114880                 and DF-SK-NEW-START not > DF-SK-OTHER-END
114890             move SK-START-DATE to DF-SK-CLASH-START
114900             move "Y" to DF-SK-SCAN-SWITCH
114910             go to 5952-EXIT
114920         end-if
114930     end-if.
114940     perform 5959-READ-NEXT-SPELL thru 5959-EXIT.
114950 5952-EXIT.
114960     exit.

114970*>   The caller has filled DF-SK-BEFORE and DF-SK-AFTER and the
114980*>   action; the person's staff record is in the record area.
114990 5953-AUDIT-SPELL.
115000     move DF-SKB-REASON-CERT to DF-AUDIT-BEFORE-DEPT.
115010     move DF-SKB-DATES-NUM to DF-AUDIT-BEFORE-SALARY.
115020     move DF-SKA-REASON-CERT to DF-AUDIT-AFTER-DEPT.
115030     move DF-SKA-DATES-NUM to DF-AUDIT-AFTER-SALARY.
115040     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
115050 5953-EXIT.
115060     exit.

115070*>   Positions ABSENCEFILE on the first spell for DF-SK-EMP and
115080*>   reads it; DF-SK-SCAN-DONE is set when there is none.
115090 5954-START-PERSON-SPELLS.
115100     move "N" to DF-SK-SCAN-SWITCH.
115110     move DF-SK-EMP to SK-EMP-NUM.
115120     move zero to SK-START-DATE.
115130     start absencefile key is not less than SK-KEY
115140         invalid key
115150             move "Y" to DF-SK-SCAN-SWITCH
115160             go to 5954-EXIT
115170     end-start.
115180     if DF-ABSENCE-STATUS not = "00"
115190         perform 9900-ABEND thru 9900-EXIT
115200     end-if.
115210     perform 5959-READ-NEXT-SPELL thru 5959-EXIT.
115220 5954-EXIT.
115230     exit.

115240****************************************************************
115250* 5955-WORKING-DAYS - the Monday-to-Friday days from day       *
115260* number DF-SK-FROM-DAY to DF-SK-TO-DAY inclusive, into        *
115270* DF-SK-DAYS: five for every whole week, then the odd days     *
115280* left over tested one at a time.                              *
115290****************************************************************
115300 5955-WORKING-DAYS.
115310     move zero to DF-SK-DAYS.
115320     if DF-SK-TO-DAY < DF-SK-FROM-DAY
115330         go to 5955-EXIT
115340     end-if.
115350     compute DF-SK-SPAN = DF-SK-TO-DAY - DF-SK-FROM-DAY + 1.
115360     divide DF-SK-SPAN by 7 giving DF-SK-WEEKS
115370         remainder DF-SK-ODD.
115380     compute DF-SK-DAYS = DF-SK-WEEKS * 5.
115390     compute DF-SK-DAYNUM = DF-SK-FROM-DAY + DF-SK-WEEKS * 7.
115400     perform 5957-COUNT-ONE-WEEKDAY thru 5957-EXIT
115410         DF-SK-ODD times.
115420 5955-EXIT.
115430     exit.

115440*>   Each division is truncated into its own integer field -
115450*>   the day number is only right when every quotient drops
115460*>   its fraction before the sum.
115470 5956-DAY-NUMBER.
115480     move DF-SK-DATE-YYYY to DF-SK-Y.
115490     if DF-SK-DATE-MM < 3
115500         subtract 1 from DF-SK-Y
115510         compute DF-SK-M = DF-SK-DATE-MM + 9
115520     else
115530         compute DF-SK-M = DF-SK-DATE-MM - 3
115540     end-if.
115550     divide DF-SK-Y by 4 giving DF-SK-Q4.
115560     divide DF-SK-Y by 100 giving DF-SK-Q100.
115570     divide DF-SK-Y by 400 giving DF-SK-Q400.
115580     compute DF-SK-MONTH-DAYS = (153 * DF-SK-M + 2) / 5.
115590     compute DF-SK-DAYNUM = 365 * DF-SK-Y + DF-SK-Q4
115600         - DF-SK-Q100 + DF-SK-Q400 + DF-SK-MONTH-DAYS
115610         + DF-SK-DATE-DD.
115620 5956-EXIT.
115630     exit.

115640 5957-COUNT-ONE-WEEKDAY.
115650     divide DF-SK-DAYNUM by 7 giving DF-SK-QUOT
115660         remainder DF-SK-WEEKDAY.
115670     if DF-SK-WEEKDAY not = 4 and DF-SK-WEEKDAY not = 5
115680         add 1 to DF-SK-DAYS
115690     end-if.
115700     add 1 to DF-SK-DAYNUM.
115710 5957-EXIT.
115720     exit.

115730****************************************************************
115740* 5958-SPELL-DAYS - the working days the spell in the record   *
115750* area lost between day number DF-SK-WINDOW-DAY and the date   *
115760* in DF-SK-AS-AT.  A running spell, or one whose last day is   *
115770* still to come, counts to the as-at date.  DF-SK-IN-WINDOW    *
115780* says whether any of the spell falls in the window at all -   *
115790* a window day of zero takes in the whole spell.               *
115800****************************************************************
115810 5958-SPELL-DAYS.
115820     move "N" to DF-SK-WINDOW-SWITCH.
115830     move zero to DF-SK-DAYS.
115840     if SK-START-DATE > DF-SK-AS-AT
115850         go to 5958-EXIT
115860     end-if.
115870     move SK-START-DATE to DF-SK-DATE.
115880     perform 5956-DAY-NUMBER thru 5956-EXIT.
115890     move DF-SK-DAYNUM to DF-SK-FROM-DAY.
115900     if SK-END-DATE = zero or SK-END-DATE > DF-SK-AS-AT
115910         move DF-SK-AS-AT to DF-SK-DATE
115920     else
115930         move SK-END-DATE to DF-SK-DATE
115940     end-if.
115950     perform 5956-DAY-NUMBER thru 5956-EXIT.
115960     move DF-SK-DAYNUM to DF-SK-TO-DAY.
115970     if DF-SK-TO-DAY < DF-SK-WINDOW-DAY
115980         go to 5958-EXIT
115990     end-if.
116000     if DF-SK-FROM-DAY < DF-SK-WINDOW-DAY
116010         move DF-SK-WINDOW-DAY to DF-SK-FROM-DAY
116020     end-if.
116030     move "Y" to DF-SK-WINDOW-SWITCH.
116040     perform 5955-WORKING-DAYS thru 5955-EXIT.
116050 5958-EXIT.
116060     exit.

116070 5959-READ-NEXT-SPELL.
116080     read absencefile next record
116090         at end
116100             move "Y" to DF-SK-SCAN-SWITCH
116110             go to 5959-EXIT
116120     end-read.
116130     if DF-ABSENCE-STATUS not = "00"
116140         perform 9900-ABEND thru 9900-EXIT
116150     end-if.
116160     if SK-EMP-NUM not = DF-SK-EMP
116170         move "Y" to DF-SK-SCAN-SWITCH
116180     end-if.
116190 5959-EXIT.
116200     exit.

116210****************************************************************
116220* 5960-ABSENCE-REPORT - the rolling 52-week sickness report.   *
116230* One pass of the staff file sums each person's spells and     *
116240* working days lost in the window and works out the Bradford   *
116250* factor - spells squared times days; everyone with sickness   *
116260* in the window goes into a table, which then prints one       *
116270* department at a time, each person followed by their spells.  *
116280* Anyone at or over a trigger point is flagged with the        *
116290* points they have reached.                                    *
116300****************************************************************
116310 5960-ABSENCE-REPORT.
116320     move zero to DF-SK-USED.
116330     move zero to DF-SK-COUNT.
116340     move zero to DF-SK-PERSONS.
116350     move zero to DF-SK-FLAGGED.
116360     move zero to DF-SK-TOTAL-SPELLS.
116370     move zero to DF-SK-TOTAL-DAYS.
116380     move "N" to DF-SK-OVERFLOW-SWITCH.
116390     accept DF-SK-AS-AT from date yyyymmdd.
116400     move DF-SK-AS-AT to DF-SK-DATE.
116410     perform 5956-DAY-NUMBER thru 5956-EXIT.
116420     compute DF-SK-WINDOW-DAY = DF-SK-DAYNUM - 363.

116430     open output absrptfile.
116440     if DF-ABSRPT-STATUS not = "00"
116450         perform 9900-ABEND thru 9900-EXIT
116460     end-if.
116470     move spaces to ABSRPT-LINE.
116480     string "SICKNESS ABSENCE - ROLLING 52 WEEKS TO "
116490         DF-SK-AS-AT
116500         delimited by size into ABSRPT-LINE.
116510     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
116520     move DF-SK-TRIG-SCORE to DF-SK-SCORE-EDIT.
116530     move DF-SK-TRIG-SPELLS to DF-SK-SPELLS-EDIT.
116540     move DF-SK-TRIG-DAYS to DF-SK-DAYS-EDIT.
116550     move spaces to ABSRPT-LINE.
116560     string "TRIGGER POINTS - BRADFORD " DF-SK-SCORE-EDIT
116570         "  SPELLS " DF-SK-SPELLS-EDIT
116580         "  DAYS " DF-SK-DAYS-EDIT
116590         delimited by size into ABSRPT-LINE.
116600     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.

116610     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
116620     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
116630     perform 5961-COLLECT-ONE-PERSON thru 5961-EXIT
116640         until DF-END-OF-FILE.

116650     perform 5963-PRINT-ONE-DEPT thru 5963-EXIT
116660         until DF-SK-COUNT not < DF-SK-USED.

116670     move spaces to ABSRPT-LINE.
116680     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
116690     move DF-SK-PERSONS to DF-SK-COUNT-EDIT.
116700     move spaces to ABSRPT-LINE.
116710     string "PEOPLE WITH SICKNESS IN THE WINDOW " DF-SK-COUNT-EDIT
116720         delimited by size into ABSRPT-LINE.
116730     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
116740     move DF-SK-TOTAL-SPELLS to DF-SK-COUNT-EDIT.
116750     move spaces to ABSRPT-LINE.
116760     string "SPELLS                             " DF-SK-COUNT-EDIT
116770         delimited by size into ABSRPT-LINE.
116780     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
116790     move DF-SK-TOTAL-DAYS to DF-SK-COUNT-EDIT.
116800     move spaces to ABSRPT-LINE.
116810     string "WORKING DAYS LOST                  " DF-SK-COUNT-EDIT
116820         delimited by size into ABSRPT-LINE.
116830     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
116840     move DF-SK-FLAGGED to DF-SK-COUNT-EDIT.
116850     move spaces to ABSRPT-LINE.
116860     string "AT OR OVER A TRIGGER POINT         " DF-SK-COUNT-EDIT
116870         delimited by size into ABSRPT-LINE.
116880     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
116890     if DF-SK-OVERFLOWED
116900         move spaces to ABSRPT-LINE
116910         string "REPORT TABLE FULL - LATER EMPLOYEE NUMBERS "
116920             "NOT LISTED"
116930             delimited by size into ABSRPT-LINE
116940         perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT
116950     end-if.
116960     close absrptfile.
116970     display "SICKNESS REPORT WRITTEN TO " DF-ABSRPT-PATH.
116980     display "PEOPLE LISTED: " DF-SK-PERSONS
116990         "  AT OR OVER A TRIGGER POINT: " DF-SK-FLAGGED.
117000     perform 8600-PAUSE thru 8600-EXIT.
117010 5960-EXIT.
117020     exit.

117030 5961-COLLECT-ONE-PERSON.
117040     if EM-POSITION not = "E" and EM-POSITION not = "M"
117050             and EM-POSITION not = "X"
117060         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
117070         go to 5961-EXIT
117080     end-if.
117090     evaluate EM-POSITION
117100         when "E"
117110             move EM-DEPARTMENT to DF-LOOKUP-DEPT
117120         when "M"
117130             move MN-DEPARTMENT to DF-LOOKUP-DEPT
117140         when "X"
117150             move EX-DEPARTMENT to DF-LOOKUP-DEPT
117160     end-evaluate.
117170     move EM-EMP-NUM to DF-SK-EMP.
117180     move zero to DF-SK-SPELLS.
117190     move zero to DF-SK-DAYS-LOST.
117200     perform 5954-START-PERSON-SPELLS thru 5954-EXIT.
117210     perform 5962-SUM-ONE-SPELL thru 5962-EXIT
117220         until DF-SK-SCAN-DONE.
117230     if DF-SK-SPELLS = zero
117240         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
117250         go to 5961-EXIT
117260     end-if.
117270     if DF-SK-USED not < 1000
117280         move "Y" to DF-SK-OVERFLOW-SWITCH
117290         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
117300         go to 5961-EXIT
117310     end-if.

117320     add 1 to DF-SK-USED.
117330     move EM-CODE to DF-SK-T-EMP-CODE(DF-SK-USED).
117340     move EM-SURNAME(1:25) to DF-SK-T-SURNAME(DF-SK-USED).
117350     move DF-LOOKUP-DEPT to DF-SK-T-DEPT(DF-SK-USED).
117360     move DF-SK-SPELLS to DF-SK-T-SPELLS(DF-SK-USED).
117370     move DF-SK-DAYS-LOST to DF-SK-T-DAYS(DF-SK-USED).
117380     compute DF-SK-BRADFORD =
117390         DF-SK-SPELLS * DF-SK-SPELLS * DF-SK-DAYS-LOST.
117400     move DF-SK-BRADFORD to DF-SK-T-BRADFORD(DF-SK-USED).
117410     move spaces to DF-SK-T-FLAGS(DF-SK-USED).
117420     if DF-SK-BRADFORD not < DF-SK-TRIG-SCORE
117430         move "BRADFORD" to DF-SK-T-FLAG-SCORE(DF-SK-USED)
117440     end-if.
117450     if DF-SK-SPELLS not < DF-SK-TRIG-SPELLS
117460         move "SPELLS" to DF-SK-T-FLAG-SPELLS(DF-SK-USED)
117470     end-if.
117480     if DF-SK-DAYS-LOST not < DF-SK-TRIG-DAYS
117490         move "DAYS" to DF-SK-T-FLAG-DAYS(DF-SK-USED)
117500     end-if.
117510     move "N" to DF-SK-T-DONE(DF-SK-USED).
117520     add 1 to DF-SK-PERSONS.
117530     add DF-SK-SPELLS to DF-SK-TOTAL-SPELLS.
117540     add DF-SK-DAYS-LOST to DF-SK-TOTAL-DAYS.
117550     if DF-SK-T-FLAGS(DF-SK-USED) not = spaces
117560         add 1 to DF-SK-FLAGGED
117570     end-if.
117580     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
117590 5961-EXIT.
117600     exit.

117610 5962-SUM-ONE-SPELL.
117620     perform 5958-SPELL-DAYS thru 5958-EXIT.
117630     if DF-SK-IN-WINDOW
117640         add 1 to DF-SK-SPELLS
117650         add DF-SK-DAYS to DF-SK-DAYS-LOST
117660     end-if.
117670     perform 5959-READ-NEXT-SPELL thru 5959-EXIT.
117680 5962-EXIT.
117690     exit.

117700*>   Prints the next unprinted department's heading, every
117710*>   person under it and the department's totals, marking the
117720*>   entries done - the same selection pass the long-service
117730*>   report makes.
117740 5963-PRINT-ONE-DEPT.
117750     move spaces to DF-SK-GROUP-DEPT.
117760     perform 5964-FIND-NEXT-DEPT thru 5964-EXIT
117770         varying DF-SK-SUB from 1 by 1
117780         until DF-SK-SUB > DF-SK-USED
117790         or DF-SK-GROUP-DEPT not = spaces.
117800     if DF-SK-GROUP-DEPT = spaces
117810         move DF-SK-USED to DF-SK-COUNT
117820         go to 5963-EXIT
117830     end-if.
117840     move zero to DF-SK-DEPT-PERSONS.
117850     move zero to DF-SK-DEPT-SPELLS.
117860     move zero to DF-SK-DEPT-DAYS.
117870     move zero to DF-SK-DEPT-FLAGGED.
117880     move spaces to DP-NAME.
117890     move DF-SK-GROUP-DEPT to DP-CODE.
117900     read deptfile record
117910         invalid key
117920             move spaces to DP-NAME
117930     end-read.
117940     if DF-DEPTM-STATUS not = "00" and DF-DEPTM-STATUS not = "23"
117950         perform 9900-ABEND thru 9900-EXIT
117960     end-if.
117970     move spaces to ABSRPT-LINE.
117980     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
117990     move spaces to ABSRPT-LINE.
118000     string "DEPARTMENT " DF-SK-GROUP-DEPT " " DP-NAME
118010         delimited by size into ABSRPT-LINE.
118020     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
118030     perform 5965-PRINT-DEPT-ENTRY thru 5965-EXIT
118040         varying DF-SK-SUB2 from 1 by 1
118050         until DF-SK-SUB2 > DF-SK-USED.
118060     move DF-SK-DEPT-PERSONS to DF-SK-COUNT-EDIT.
118070     move DF-SK-DEPT-SPELLS to DF-SK-SCORE-EDIT.
118080     move DF-SK-DEPT-DAYS to DF-SK-DAYS-EDIT.
118090     move spaces to ABSRPT-LINE.
118100     string "  DEPARTMENT TOTAL  PEOPLE " DF-SK-COUNT-EDIT
118110         "  SPELLS " DF-SK-SCORE-EDIT
118120         "  DAYS " DF-SK-DAYS-EDIT
118130         delimited by size into ABSRPT-LINE.
118140     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
118150     move DF-SK-DEPT-FLAGGED to DF-SK-COUNT-EDIT.
118160     move spaces to ABSRPT-LINE.
118170     string "  AT OR OVER A TRIGGER POINT " DF-SK-COUNT-EDIT
118180         delimited by size into ABSRPT-LINE.
118190     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
118200 5963-EXIT.
118210     exit.

118220 5964-FIND-NEXT-DEPT.
118230     if DF-SK-T-DONE(DF-SK-SUB) = "N"
118240         move DF-SK-T-DEPT(DF-SK-SUB) to DF-SK-GROUP-DEPT
118250     end-if.
118260 5964-EXIT.
118270     exit.

118280 5965-PRINT-DEPT-ENTRY.
118290     if DF-SK-T-DONE(DF-SK-SUB2) not = "N"
118300             or DF-SK-T-DEPT(DF-SK-SUB2) not = DF-SK-GROUP-DEPT
118310         go to 5965-EXIT
118320     end-if.
118330     move DF-SK-T-SPELLS(DF-SK-SUB2) to DF-SK-SPELLS-EDIT.
118340     move DF-SK-T-DAYS(DF-SK-SUB2) to DF-SK-DAYS-EDIT.
118350     move DF-SK-T-BRADFORD(DF-SK-SUB2) to DF-SK-SCORE-EDIT.
118360     move spaces to ABSRPT-LINE.
118370     string "  " DF-SK-T-EMP-CODE(DF-SK-SUB2)
118380         " " DF-SK-T-SURNAME(DF-SK-SUB2)
118390         "  SPELLS " DF-SK-SPELLS-EDIT
118400         "  DAYS " DF-SK-DAYS-EDIT
118410         "  BRADFORD " DF-SK-SCORE-EDIT
118420         delimited by size into ABSRPT-LINE.
118430     if DF-SK-T-FLAGS(DF-SK-SUB2) not = spaces
118440         move "** TRIGGER" to ABSRPT-LINE(81:11)
118450         move DF-SK-T-FLAGS(DF-SK-SUB2) to ABSRPT-LINE(93:20)
118460         add 1 to DF-SK-DEPT-FLAGGED
118470     end-if.
118480     perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT.
118490     add 1 to DF-SK-DEPT-PERSONS.
118500     add DF-SK-T-SPELLS(DF-SK-SUB2) to DF-SK-DEPT-SPELLS.
118510     add DF-SK-T-DAYS(DF-SK-SUB2) to DF-SK-DEPT-DAYS.

118520*>   The person's spells in the window, read back off the
118530*>   sickness record, each with the days it lost in the window.
118540     move DF-SK-T-NUM(DF-SK-SUB2) to DF-SK-EMP.
118550     perform 5954-START-PERSON-SPELLS thru 5954-EXIT.
118560     perform 5966-PRINT-ONE-SPELL thru 5966-EXIT
118570         until DF-SK-SCAN-DONE.
118580     move "Y" to DF-SK-T-DONE(DF-SK-SUB2).
118590     add 1 to DF-SK-COUNT.
118600 5965-EXIT.
118610     exit.

118620 5966-PRINT-ONE-SPELL.
118630     perform 5958-SPELL-DAYS thru 5958-EXIT.
118640     if DF-SK-IN-WINDOW
118650         perform 5942-BUILD-SPELL-LINE thru 5942-EXIT
118660         move spaces to ABSRPT-LINE
118670         string "      " DF-SK-SPELL-LINE
118680             delimited by size into ABSRPT-LINE
118690         perform 5969-WRITE-ABSRPT-LINE thru 5969-EXIT
118700     end-if.
118710     perform 5959-READ-NEXT-SPELL thru 5959-EXIT.
118720 5966-EXIT.
118730     exit.

118740 5969-WRITE-ABSRPT-LINE.
118750     write ABSRPT-LINE.
118760     if DF-ABSRPT-STATUS not = "00"
118770         perform 9900-ABEND thru 9900-EXIT
118780     end-if.
118790 5969-EXIT.
118800     exit.

118810****************************************************************
118820* 6000-PROMPT-ACTING-EMPLOYEE - who is making this maintenance *
118830* or promotion change, for the audit trail.  A signed-on       *
118840* session already knows - the sign-on set the acting code and  *
118850* nobody gets to claim to be someone else - so the prompt only *
118860* survives for sites still running with an empty operator      *
118870* file.                                                        *
118880****************************************************************
118890 6000-PROMPT-ACTING-EMPLOYEE.
118900*>   An unattended run has nobody to prompt either - its
118910*>   acting code came from the environment at sign-on.
118920     if DF-SIGNED-ON or DF-BATCH-MODE
118930         go to 6000-EXIT
118940     end-if.
118950     display "ENTER YOUR OWN EMPLOYEE NUMBER: " with no advancing.
118960     accept DF-ACTING-NUM.
118970     display "ENTER YOUR POSITION CODE (E/M/X): "
118980         with no advancing.
118990     accept DF-ACTING-POS.
119000 6000-EXIT.
119010     exit.

119020****************************************************************
119030* 6100/6200/6300-STAMP-*-AUDIT - stamp the acting employee's   *
119040* own code onto EM-AUTHOR-EMP-CODE/MN-AUTHOR-EMP-CODE/          *
119050* EX-AUTHOR-EMP-CODE and EM-COMMENTS before the record is      *
119060* written or rewritten.                                        *
119070****************************************************************
119080 6100-STAMP-EMPLOYEE-AUDIT.
119090     move DF-ACTING-EMP-CODE to EM-AUTHOR-EMP-CODE.
119100     string "UPD" DF-ACTING-NUM delimited by size
119110         into EM-COMMENTS.
119120 6100-EXIT.
119130     exit.

119140 6200-STAMP-MANAGER-AUDIT.
119150     move DF-ACTING-EMP-CODE to MN-AUTHOR-EMP-CODE.
119160     string "UPDATED BY EMPLOYEE " DF-ACTING-NUM delimited by size
119170         into MN-COMMENTS.
119180 6200-EXIT.
119190     exit.

119200 6300-STAMP-EXECUTIVE-AUDIT.
119210     move DF-ACTING-EMP-CODE to EX-AUTHOR-EMP-CODE.
119220     string "UPDATED BY EMPLOYEE " DF-ACTING-NUM delimited by size
119230         into EX-COMMENTS.
119240 6300-EXIT.
119250     exit.

119260****************************************************************
119270* 6800-WRITE-ARCHIVE-ENTRY - file the record currently in the  *
119280* staff record area to the leavers archive, stamped with the   *
119290* leaving date and the acting employee.  Performed before the  *
119300* DELETE, while the record area is still intact.               *
119310****************************************************************
119320 6800-WRITE-ARCHIVE-ENTRY.
119330     open extend archfile.
119340     if DF-ARCH-STATUS = "05" or DF-ARCH-STATUS = "00"
119350         continue
119360     else
119370         perform 9900-ABEND thru 9900-EXIT
119380     end-if.

119390     accept AR-LEAVING-DATE from date yyyymmdd.
119400     move DF-ACTING-EMP-CODE to AR-ACTING-EMP-CODE.
119410     move EXECUTIVE-REC to AR-IMAGE.
119420*>   The settlement computed by 6860 travels on the entry, so a
119430*>   reinstated rehire shows what was already paid out.
119440     move DF-TS-FINAL-PAY to AR-FINAL-PAY.
119450     move DF-TS-LEAVE-DAYS to AR-LEAVE-DAYS-PAID.
119460     move DF-TS-LEAVE-PAYOUT to AR-LEAVE-PAYOUT.

119470     write ARCHIVE-REC.
119480     if DF-ARCH-STATUS not = "00"
119490         perform 9900-ABEND thru 9900-EXIT
119500     end-if.
119510     close archfile.
119520 6800-EXIT.
119530     exit.

119540****************************************************************
119550* 6850-DELETE-LEAVE-BALANCE - remove the leaver's balance      *
119560* record along with their staff record, so a later re-use of   *
119570* the employee number opens a fresh balance instead of         *
119580* inheriting the leaver's entitlement and taken figures.  The  *
119590* entitlement itself is derivable, so nothing worth keeping    *
119600* is lost.  Performed after the staff DELETE has succeeded.    *
119610****************************************************************
119620 6850-DELETE-LEAVE-BALANCE.
119630     move EM-EMP-NUM to LV-EMP-NUM.
119640     delete leavefile record
119650         invalid key
119660*>           No balance record was ever opened - nothing to do.
119670             go to 6850-EXIT
119680     end-delete.
119690     if DF-LEAVE-STATUS not = "00"
119700         perform 9900-ABEND thru 9900-EXIT
119710     end-if.
119720 6850-EXIT.
119730     exit.

119740****************************************************************
119750* 6860-COMPUTE-SETTLEMENT - the leaver's termination           *
119760* settlement: a pro-rata final month's pay by the same         *
119770* twelfths rule 4010 applies on the register, plus a payout    *
119780* for the leave days never taken, at a day rate of the annual  *
119790* salary over 260 working days.  Performed while the staff     *
119800* record and leave balance are both still on file.             *
119810****************************************************************
119820 6860-COMPUTE-SETTLEMENT.
119830     move zero to DF-TS-FINAL-PAY.
119840     move zero to DF-TS-DAY-RATE.
119850     move zero to DF-TS-LEAVE-PAYOUT.
119860     move zero to DF-TS-LEAVE-DAYS.
119870     move zero to DF-TS-TOTAL-DUE.
119880     evaluate EM-POSITION
119890         when "E"
119900             divide EM-SALARY by 12
119910                 giving DF-TS-FINAL-PAY rounded
119920             add SLEEPING-ALLOWANCE to DF-TS-FINAL-PAY
119930             divide EM-SALARY by 260
119940                 giving DF-TS-DAY-RATE rounded
119950         when "M"
119960             divide MN-SALARY by 12
119970                 giving DF-TS-FINAL-PAY rounded
119980             add MN-BONUS to DF-TS-FINAL-PAY
119990             divide MN-SALARY by 260
120000                 giving DF-TS-DAY-RATE rounded
120010         when "X"
120020             divide EX-SALARY by 12
120030                 giving DF-TS-FINAL-PAY rounded
120040             add EX-BONUS to DF-TS-FINAL-PAY
120050             add EX-GOLF-ALLOWANCE to DF-TS-FINAL-PAY
120060             divide EX-SALARY by 260
120070                 giving DF-TS-DAY-RATE rounded
120080         when other
120090             go to 6860-EXIT
120100     end-evaluate.
120110     perform 4360-REMAINING-LEAVE thru 4360-EXIT.
120120     move DF-LV-REMAINING to DF-TS-LEAVE-DAYS.
120130*>   An overdrawn balance pays nothing out - recovering the
120140*>   advance is payroll's manual call, not this run's.
120150     if DF-TS-LEAVE-DAYS > zero
120160         compute DF-TS-LEAVE-PAYOUT rounded =
120170             DF-TS-LEAVE-DAYS * DF-TS-DAY-RATE
120180     end-if.
120190     compute DF-TS-TOTAL-DUE = DF-TS-FINAL-PAY
120200         + DF-TS-LEAVE-PAYOUT.
120210 6860-EXIT.
120220     exit.

120230****************************************************************
120240* 6870-WRITE-SETTLEMENT - append the settlement block for the  *
120250* leaver in the record area to the settlement report, for      *
120260* payroll's sign-off.  Opened extend the way the audit log is, *
120270* so the cycle's deletes build up one report.                  *
120280****************************************************************
120290 6870-WRITE-SETTLEMENT.
120300     open extend settlfile.
120310     if DF-SETTL-STATUS = "05" or DF-SETTL-STATUS = "00"
120320         continue
120330     else
120340         perform 9900-ABEND thru 9900-EXIT
120350     end-if.

120360     accept DF-REG-DATE from date yyyymmdd.
120370     move spaces to SETTL-LINE.
120380     string "TERMINATION SETTLEMENT  DATE " DF-REG-DATE
120390         "  CODE " EM-CODE " " EM-SURNAME(1:25)
120400         delimited by size into SETTL-LINE.
120410     perform 6875-WRITE-SETTL-LINE thru 6875-EXIT.

120420     move DF-TS-FINAL-PAY to DF-TS-MONEY-EDIT.
120430     move spaces to SETTL-LINE.
120440     string "  FINAL MONTH PAY      " DF-TS-MONEY-EDIT
120450         delimited by size into SETTL-LINE.
120460     perform 6875-WRITE-SETTL-LINE thru 6875-EXIT.

120470     move DF-TS-LEAVE-DAYS to DF-TS-DAYS-EDIT.
120480     move spaces to SETTL-LINE.
120490     string "  UNTAKEN LEAVE DAYS   " DF-TS-DAYS-EDIT
120500         delimited by size into SETTL-LINE.
120510     perform 6875-WRITE-SETTL-LINE thru 6875-EXIT.

120520     move DF-TS-LEAVE-PAYOUT to DF-TS-MONEY-EDIT.
120530     move spaces to SETTL-LINE.
120540     string "  LEAVE PAYOUT         " DF-TS-MONEY-EDIT
120550         delimited by size into SETTL-LINE.
120560     perform 6875-WRITE-SETTL-LINE thru 6875-EXIT.

120570     move DF-TS-TOTAL-DUE to DF-TS-MONEY-EDIT.
120580     move spaces to SETTL-LINE.
120590     string "  TOTAL DUE            " DF-TS-MONEY-EDIT
120600         delimited by size into SETTL-LINE.
120610     perform 6875-WRITE-SETTL-LINE thru 6875-EXIT.

120620     close settlfile.
120630 6870-EXIT.
120640     exit.

120650 6875-WRITE-SETTL-LINE.
120660     write SETTL-LINE.
120670     if DF-SETTL-STATUS not = "00"
120680         perform 9900-ABEND thru 9900-EXIT
120690     end-if.
120700 6875-EXIT.
120710     exit.

120720****************************************************************
120730* 6900-WRITE-AUDIT-ENTRY - append one entry to AUDITLOG for the *
120740* change just committed, from the snapshot the caller built.    *
120750****************************************************************
120760 6900-WRITE-AUDIT-ENTRY.
120770     open extend auditlog.
120780     if DF-AUDIT-STATUS = "05" or DF-AUDIT-STATUS = "00"
120790         continue
120800     else
120810         perform 9900-ABEND thru 9900-EXIT
120820     end-if.

120830     accept AUD-DATE from date yyyymmdd.
120840     accept AUD-TIME from time.
120850     move DF-ACTING-EMP-CODE to AUD-ACTING-EMP-CODE.
120860     move DF-AUDIT-ACTION to AUD-ACTION.
120870     move EM-CODE to AUD-TARGET-EMP-CODE.
120880     move DF-AUDIT-BEFORE-DEPT to AUD-BEFORE-DEPARTMENT.
120890     move DF-AUDIT-AFTER-DEPT to AUD-AFTER-DEPARTMENT.
120900     move DF-AUDIT-BEFORE-SALARY to AUD-BEFORE-SALARY.
120910     move DF-AUDIT-AFTER-SALARY to AUD-AFTER-SALARY.

120920     write AUDIT-REC.
120930     if DF-AUDIT-STATUS not = "00"
120940         perform 9900-ABEND thru 9900-EXIT
120950     end-if.
120960     close auditlog.
120970 6900-EXIT.
120980     exit.

120990****************************************************************
121000* 6910-WRITE-SECURITY-AUDIT - append a security event to       *
121010* AUDITLOG - a sign-on, a failed sign-on, a refused function.  *
121020* The target is the operator code the event concerns, set by   *
121030* the caller in DF-SEC-TARGET-CODE; the department and salary  *
121040* columns do not apply and go out blank and zero.              *
121050****************************************************************
121060 6910-WRITE-SECURITY-AUDIT.
121070     open extend auditlog.
121080     if DF-AUDIT-STATUS = "05" or DF-AUDIT-STATUS = "00"
121090         continue
121100     else
121110         perform 9900-ABEND thru 9900-EXIT
121120     end-if.

121130     accept AUD-DATE from date yyyymmdd.
121140     accept AUD-TIME from time.
121150     move DF-ACTING-EMP-CODE to AUD-ACTING-EMP-CODE.
121160     move DF-AUDIT-ACTION to AUD-ACTION.
121170     move DF-SEC-TARGET-CODE to AUD-TARGET-EMP-CODE.
121180     move spaces to AUD-BEFORE-DEPARTMENT.
121190     move spaces to AUD-AFTER-DEPARTMENT.
121200     move zero to AUD-BEFORE-SALARY.
121210     move zero to AUD-AFTER-SALARY.

121220     write AUDIT-REC.
121230     if DF-AUDIT-STATUS not = "00"
121240         perform 9900-ABEND thru 9900-EXIT
121250     end-if.
121260     close auditlog.
121270 6910-EXIT.
121280     exit.

121290****************************************************************
121300* 7000 series - checkpoint/restart support for a full-file run *
121310* (listing report and CSV extract).  The checkpoint file holds *
121320* the employee number of the last record fully processed,     *
121330* tagged with DF-CURRENT-OPERATION so a checkpoint left by one *
121340* operation is never mistaken for the other's.                *
121350****************************************************************
121360 7010-WRITE-CHECKPOINT.
121370     divide DF-RECORD-COUNTER by DF-CHECKPOINT-INTERVAL
121380         giving DF-CKPT-QUOTIENT remainder DF-CKPT-REMAINDER.
121390     if DF-CKPT-REMAINDER = zero
121400         open output checkptfile
121410         if DF-CKPT-STATUS not = "00"
121420             perform 9900-ABEND thru 9900-EXIT
121430         end-if
121440         move DF-CURRENT-OPERATION to CKPT-OPERATION
121450         move EM-EMP-NUM to CKPT-LAST-EMP-NUM
121460         write CHECKPOINT-REC
121470         if DF-CKPT-STATUS not = "00"
121480             perform 9900-ABEND thru 9900-EXIT
121490         end-if
121500         close checkptfile
121510     end-if.
121520 7010-EXIT.
121530     exit.

121540 7020-CLEAR-CHECKPOINT.
121550     open output checkptfile.
121560     if DF-CKPT-STATUS not = "00"
121570         perform 9900-ABEND thru 9900-EXIT
121580     end-if.
121590     move DF-CURRENT-OPERATION to CKPT-OPERATION.
121600     move zero to CKPT-LAST-EMP-NUM.
121610     write CHECKPOINT-REC.
121620     if DF-CKPT-STATUS not = "00"
121630         perform 9900-ABEND thru 9900-EXIT
121640     end-if.
121650     close checkptfile.
121660 7020-EXIT.
121670     exit.

121680 7030-POSITION-FROM-CHECKPOINT.
121690     move zero to DF-CHECKPOINT-VALUE.
121700     open input checkptfile.
121710     if DF-CKPT-STATUS = "00"
121720         read checkptfile
121730             at end continue
121740         end-read
121750         if DF-CKPT-STATUS = "00"
121760                 and CKPT-OPERATION = DF-CURRENT-OPERATION
121770             move CKPT-LAST-EMP-NUM to DF-CHECKPOINT-VALUE
121780         end-if
121790         close checkptfile
121800     end-if.
121810     if DF-CHECKPOINT-VALUE > zero
121820         move DF-CHECKPOINT-VALUE to EM-EMP-NUM
121830         start stafffile key is greater than EM-EMP-NUM
121840             invalid key
121850                 move "Y" to DF-EOF-SWITCH
121860         end-start
121870         display "RESUMING AFTER LAST CHECKPOINT - EMPLOYEE "
121880             DF-CHECKPOINT-VALUE
121890     end-if.
121900 7030-EXIT.
121910     exit.

121920****************************************************************
121930* 7100-VARPAY-MENU - the period's variable pay: load and       *
121940* validate the departments' input ahead of the register, or    *
121950* see what is loaded for one person.  The whole option sits    *
121960* behind the HR role.                                          *
121970****************************************************************
121980 7100-VARPAY-MENU.
121990     display "L)OAD VARIABLE PAY  I)NQUIRE  R)ETURN : "
122000         with no advancing.
122010     accept DF-VP-CHOICE.
122020     evaluate DF-VP-CHOICE
122030         when "L"
122040             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
122050             perform 7110-VARPAY-LOAD thru 7110-EXIT
122060         when "l"
122070             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
122080             perform 7110-VARPAY-LOAD thru 7110-EXIT
122090         when "I"
122100             perform 7170-VARPAY-INQUIRY thru 7170-EXIT
122110         when "i"
122120             perform 7170-VARPAY-INQUIRY thru 7170-EXIT
122130         when other
122140             continue
122150     end-evaluate.
122160 7100-EXIT.
122170     exit.

122180****************************************************************
122190* 7110-VARPAY-LOAD - load the open pay period's variable pay   *
122200* from VARINFILE - this month's when no period is open yet.    *
122210* Whatever was loaded for the period before is cleared first,  *
122220* so a corrected file is simply loaded again - but not once    *
122230* the period's register has paid it, unless the period has     *
122240* been reopened to be run again.  Each line is checked against *
122250* the staff file, the leavers archive and the element table;   *
122260* lines that fail go to VARREJFILE with a reason code, the     *
122270* rest to VARPAYFILE for the register to pay.                  *
122280****************************************************************
122290 7110-VARPAY-LOAD.
122300     move zero to DF-VP-READ.
122310     move zero to DF-VP-ACCEPTED.
122320     move zero to DF-VP-REJECTED.
122330     move zero to DF-VP-CLEARED.
122340     move "N" to DF-VP-EOF-SWITCH.
122350     accept DF-VP-TODAY from date yyyymmdd.
122360     compute DF-VP-PERIOD = DF-VP-TODAY / 100.
122370*>   Once a pay period is open the load is for it, as the
122380*>   register is.
122390     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
122400     if DF-PC-OPEN-PERIOD not = zero
122410         move DF-PC-OPEN-PERIOD to DF-VP-PERIOD
122420     end-if.
122430     perform 7117-CHECK-LOAD-PERIOD thru 7117-EXIT.
122440     if DF-PC-REFUSED
122450         perform 8600-PAUSE thru 8600-EXIT
122460         go to 7110-EXIT
122470     end-if.

122480     open input varinfile.
122490     if DF-VARIN-STATUS = "35"
122500         display "NO VARIABLE PAY INPUT FOUND AT " DF-VARIN-PATH
122510*>       Unattended, a missing input file is a failed run - the
122520*>       register must not be released to pay salary alone.
122530         if DF-BATCH-MODE
122540             move 8 to DF-RUN-RC
122550         end-if
122560         go to 7110-EXIT
122570     end-if.
122580     if DF-VARIN-STATUS not = "00"
122590         perform 9900-ABEND thru 9900-EXIT
122600     end-if.

122610     open output varrejfile.
122620     if DF-VARREJ-STATUS not = "00"
122630         perform 9900-ABEND thru 9900-EXIT
122640     end-if.

122650     perform 7115-CLEAR-PERIOD thru 7115-EXIT.
122660     perform 7111-READ-VARIN thru 7111-EXIT.
122670     perform 7120-LOAD-ONE-LINE thru 7120-EXIT
122680         until DF-VP-END-OF-INPUT.

122690     close varinfile.
122700     close varrejfile.
122710     display "VARIABLE PAY LOADED FOR PERIOD " DF-VP-PERIOD.
122720     if DF-VP-CLEARED not = zero
122730         display "ELEMENTS REPLACED FROM AN EARLIER LOAD: "
122740             DF-VP-CLEARED
122750     end-if.
122760     display "LINES READ:     " DF-VP-READ.
122770     display "LINES ACCEPTED: " DF-VP-ACCEPTED.
122780     display "LINES REJECTED: " DF-VP-REJECTED.
122790     if DF-VP-REJECTED not = zero
122800         display "REJECTED LINES LISTED ON " DF-VARREJ-PATH
122810     end-if.
122820     perform 8600-PAUSE thru 8600-EXIT.
122830 7110-EXIT.
122840     exit.

122850 7111-READ-VARIN.
122860     read varinfile
122870         at end
122880             move "Y" to DF-VP-EOF-SWITCH
122890             go to 7111-EXIT
122900     end-read.
122910     if DF-VARIN-STATUS not = "00"
122920         perform 9900-ABEND thru 9900-EXIT
122930     end-if.
122940     add 1 to DF-VP-READ.
122950 7111-EXIT.
122960     exit.

122970*>   The period's elements from any earlier load come off before
122980*>   the new file goes on - a second load replaces the first
122990*>   rather than adding to it.
123000 7115-CLEAR-PERIOD.
123010     move DF-VP-PERIOD to VP-PERIOD.
123020     move zero to VP-EMP-NUM.
123030     move low-values to VP-ELEMENT.
123040     start varpayfile key is not less than VP-KEY
123050         invalid key
123060             go to 7115-EXIT
123070     end-start.
123080     if DF-VARPAY-STATUS not = "00"
123090         perform 9900-ABEND thru 9900-EXIT
123100     end-if.
123110     move "N" to DF-VP-SCAN-SWITCH.
123120     perform 7116-CLEAR-ONE-ELEMENT thru 7116-EXIT
123130         until DF-VP-SCAN-DONE.
123140 7115-EXIT.
123150     exit.

123160 7116-CLEAR-ONE-ELEMENT.
123170     read varpayfile next record
123180         at end
123190             move "Y" to DF-VP-SCAN-SWITCH
123200             go to 7116-EXIT
123210     end-read.
123220     if DF-VARPAY-STATUS not = "00"
123230         perform 9900-ABEND thru 9900-EXIT
123240     end-if.
123250     if VP-PERIOD not = DF-VP-PERIOD
123260         move "Y" to DF-VP-SCAN-SWITCH
123270         go to 7116-EXIT
123280     end-if.
123290     delete varpayfile record
123300         invalid key
123310             continue
123320     end-delete.
123330     if DF-VARPAY-STATUS not = "00"
123340         perform 9900-ABEND thru 9900-EXIT
123350     end-if.
123360     add 1 to DF-VP-CLEARED.
123370 7116-EXIT.
123380     exit.
123390*>   The register pays from what is loaded, so once it has run
123400*>   for the period a fresh load would leave the variable pay
123410*>   file disagreeing with the pay history and payslips.  Only
123420*>   a period reopened through the period control may be loaded
123430*>   again.
123440 7117-CHECK-LOAD-PERIOD.
123450     move "N" to DF-PC-REFUSED-SWITCH.
123460     move spaces to DF-PC-REASON.
123470     move DF-VP-PERIOD to PC-PERIOD.
123480     read periodfile record
123490         invalid key
123500             go to 7117-EXIT
123510     end-read.
123520     if DF-PERIODF-STATUS not = "00"
123530         perform 9900-ABEND thru 9900-EXIT
123540     end-if.
123550     if not PC-STEP-COMPLETE(1) or PC-REOPENED-BY not = spaces
123560         go to 7117-EXIT
123570     end-if.
123580     move "Y" to DF-PC-REFUSED-SWITCH.
123590     string "REGISTER ALREADY RUN FOR PAY PERIOD " DF-VP-PERIOD
123600         " - REOPEN THE PERIOD TO LOAD AGAIN"
123610         delimited by size into DF-PC-REASON.
123620     display "*** VARIABLE PAY LOAD REFUSED - " DF-PC-REASON.
123630     if DF-BATCH-MODE
123640         move 8 to DF-RUN-RC
123650     end-if.
123660 7117-EXIT.
123670     exit.

123680 7120-LOAD-ONE-LINE.
123690     perform 7125-VALIDATE-LINE thru 7125-EXIT.
123700     if DF-VP-REASON not = spaces
123710         perform 7129-REJECT-LINE thru 7129-EXIT
123720         perform 7111-READ-VARIN thru 7111-EXIT
123730         go to 7120-EXIT
123740     end-if.

123750     move spaces to VARPAY-REC.
123760     move VI-PERIOD to VP-PERIOD.
123770     move VI-EMP-NUM to VP-EMP-NUM.
123780     move VI-ELEMENT to VP-ELEMENT.
123790     if DF-VP-HOURS-ELEMENT
123800         move VI-HOURS to VP-HOURS
123810         move zero to VP-AMOUNT
123820     else
123830         move zero to VP-HOURS
123840         move VI-AMOUNT to VP-AMOUNT
123850     end-if.
123860     move DF-ACTING-EMP-CODE to VP-LOADED-BY.
123870     move DF-VP-TODAY to VP-LOADED-DATE.
123880     write VARPAY-REC
123890         invalid key
123900             continue
123910     end-write.
123920*>   A second line for the same person and element is rejected
123930*>   rather than added in - the department sends one figure per
123940*>   element, and a second is more likely a keying slip.
123950     if DF-VARPAY-STATUS = "22"
123960         move "DUPELEM" to DF-VP-REASON
123970         perform 7129-REJECT-LINE thru 7129-EXIT
123980         perform 7111-READ-VARIN thru 7111-EXIT
123990         go to 7120-EXIT
124000     end-if.
124010     if DF-VARPAY-STATUS not = "00"
124020         perform 9900-ABEND thru 9900-EXIT
124030     end-if.
124040     add 1 to DF-VP-ACCEPTED.
124050     perform 7111-READ-VARIN thru 7111-EXIT.
124060 7120-EXIT.
124070     exit.

124080*>   Sets DF-VP-REASON to the first thing wrong with the line in
124090*>   VARIN-REC, or leaves it at spaces.  A line that passes
124100*>   leaves the person in the record area and the element's
124110*>   kind in DF-VP-KIND.
124120 7125-VALIDATE-LINE.
124130     move spaces to DF-VP-REASON.
124140     if VI-PERIOD not numeric
124150         move "BADPERD" to DF-VP-REASON
124160         go to 7125-EXIT
124170     end-if.
124180     if VI-PERIOD not = DF-VP-PERIOD
124190         move "BADPERD" to DF-VP-REASON
124200         go to 7125-EXIT
124210     end-if.
124220     if VI-EMP-NUM not numeric
124230         move "NOTFOUND" to DF-VP-REASON
124240         go to 7125-EXIT
124250     end-if.

124260     move VI-EMP-NUM to EM-EMP-NUM.
124270     read stafffile record
124280         invalid key
124290             continue
124300     end-read.
124310     if FILE-STATUS = "23"
124320         perform 7126-CHECK-LEAVER thru 7126-EXIT
124330         go to 7125-EXIT
124340     end-if.
124350     if FILE-STATUS not = "00"
124360         perform 9900-ABEND thru 9900-EXIT
124370     end-if.

124380     move VI-ELEMENT to DF-VP-SEARCH.
124390     perform 7127-FIND-ELEMENT thru 7127-EXIT.
124400     if DF-VP-IDX = zero
124410         move "BADELEM" to DF-VP-REASON
124420         go to 7125-EXIT
124430     end-if.

124440     if DF-VP-HOURS-ELEMENT
124450         perform 7128-CHECK-HOURS thru 7128-EXIT
124460     else
124470         if VI-AMOUNT not numeric
124480             move "BADVALUE" to DF-VP-REASON
124490         else
124500             if VI-AMOUNT = zero
124510                 move "BADVALUE" to DF-VP-REASON
124520             end-if
124530         end-if
124540     end-if.
124550 7125-EXIT.
124560     exit.

124570*>   Not on the staff file: a leaver if the archive holds them,
124580*>   otherwise nobody the site has employed.
124590 7126-CHECK-LEAVER.
124600     move "NOTFOUND" to DF-VP-REASON.
124610     move "N" to DF-FOUND-SWITCH.
124620     open input archfile.
124630*>   The archive is OPTIONAL - a site that has never deleted
124640*>   anyone opens an empty file with status 05.
124650     if DF-ARCH-STATUS = "35" or DF-ARCH-STATUS = "05"
124660         close archfile
124670         go to 7126-EXIT
124680     end-if.
124690     if DF-ARCH-STATUS not = "00"
124700         perform 9900-ABEND thru 9900-EXIT
124710     end-if.
124720     move "N" to DF-ARCH-EOF-SWITCH.
124730     move VI-EMP-NUM to DF-ARCH-KEY.
124740     move spaces to DF-ARCH-HOLD.
124750     perform 4810-SCAN-ARCHIVE thru 4810-EXIT
124760         until DF-ARCH-END-OF-FILE.
124770     close archfile.
124780     if DF-RECORD-WAS-FOUND
124790         move "LEAVER" to DF-VP-REASON
124800     end-if.
124810 7126-EXIT.
124820     exit.

124830*>   Looks DF-VP-SEARCH up in the element table.  DF-VP-IDX is
124840*>   left at zero for an unknown code; a known one sets its
124850*>   kind, rate and payslip wording.
124860 7127-FIND-ELEMENT.
124870     move zero to DF-VP-IDX.
124880     perform 7137-SEARCH-ELEMENT-TABLE thru 7137-EXIT
124890         varying DF-VP-SUB from 1 by 1 until DF-VP-SUB > 7.
124900     if DF-VP-IDX = zero
124910         move space to DF-VP-KIND
124920         move "UNKNOWN ELEMENT" to DF-VP-DESC
124930         go to 7127-EXIT
124940     end-if.
124950     move DF-VP-E-KIND(DF-VP-IDX) to DF-VP-KIND.
124960     move DF-VP-E-RATE(DF-VP-IDX) to DF-VP-RATE.
124970     move DF-VP-E-DESC(DF-VP-IDX) to DF-VP-DESC.
124980 7127-EXIT.
124990     exit.

125000 7128-CHECK-HOURS.
125010     if VI-HOURS not numeric
125020         move "BADVALUE" to DF-VP-REASON
125030         go to 7128-EXIT
125040     end-if.
125050     if VI-HOURS = zero
125060         move "BADVALUE" to DF-VP-REASON
125070         go to 7128-EXIT
125080     end-if.
125090     if VI-HOURS > DF-VP-HOURS-LIMIT
125100         move "HOURSMAX" to DF-VP-REASON
125110         go to 7128-EXIT
125120     end-if.
125130*>   The hours must be priceable for this person now, or the
125140*>   register would only find out on pay day.
125150     move VI-HOURS to DF-VP-PRICE-HOURS.
125160     perform 7140-PRICE-HOURS thru 7140-EXIT.
125170     if not DF-VP-PRICED
125180         move "NOPRICE" to DF-VP-REASON
125190     end-if.
125200 7128-EXIT.
125210     exit.

125220 7129-REJECT-LINE.
125230     move spaces to VARREJ-REC.
125240     move DF-VP-REASON to VR-REASON.
125250     move VARIN-REC to VR-IMAGE.
125260     write VARREJ-REC.
125270     if DF-VARREJ-STATUS not = "00"
125280         perform 9900-ABEND thru 9900-EXIT
125290     end-if.
125300     add 1 to DF-VP-REJECTED.
125310 7129-EXIT.
125320     exit.

125330 7137-SEARCH-ELEMENT-TABLE.
125340     if DF-VP-E-CODE(DF-VP-SUB) = DF-VP-SEARCH
125350         move DF-VP-SUB to DF-VP-IDX
125360     end-if.
125370 7137-EXIT.
125380     exit.

125390*>   Prices DF-VP-PRICE-HOURS of overtime at DF-VP-RATE for the
125400*>   person in the record area into DF-VP-VALUE.  Executives are
125410*>   not paid overtime - their average-hours field holds a
125420*>   single digit and was never meant to price time - and
125430*>   nobody can be priced without average weekly hours on file;
125440*>   either way DF-VP-PRICED is left off.
125450 7140-PRICE-HOURS.
125460     move "N" to DF-VP-PRICE-SWITCH.
125470     move zero to DF-VP-VALUE.
125480     evaluate EM-POSITION
125490         when "E"
125500             if EM-AVERAGE-HOURS-WEEK = zero
125510                 go to 7140-EXIT
125520             end-if
125530             compute DF-VP-VALUE rounded = EM-SALARY
125540                 * DF-VP-PRICE-HOURS * DF-VP-RATE
125550                 / (52 * EM-AVERAGE-HOURS-WEEK)
125560         when "M"
125570             if MN-AVERAGE-HOURS-WEEK = zero
125580                 go to 7140-EXIT
125590             end-if
125600             compute DF-VP-VALUE rounded = MN-SALARY
125610                 * DF-VP-PRICE-HOURS * DF-VP-RATE
125620                 / (52 * MN-AVERAGE-HOURS-WEEK)
125630         when other
125640             go to 7140-EXIT
125650     end-evaluate.
125660     move "Y" to DF-VP-PRICE-SWITCH.
125670 7140-EXIT.
125680     exit.

125690****************************************************************
125700* 7150-ADD-VARIABLE-PAY - the register's variable pay for the  *
125710* person in the record area.  Every element loaded for the     *
125720* period is priced and added to the salary gross from 4015 -   *
125730* or, for a recovery, taken off it - and noted for the         *
125740* payslip.  A recovery larger than the month's pay stops at a  *
125750* zero gross; the balance is shown on the payslip and the      *
125760* register for payroll to take next time.                      *
125770****************************************************************
125780 7150-ADD-VARIABLE-PAY.
125790     move DF-PAY-GROSS to DF-VP-BASIC.
125800     move zero to DF-VP-ADDED.
125810     move zero to DF-VP-RECOVERED.
125820     move zero to DF-VP-SHORT.
125830     move zero to DF-VP-SLIP-COUNT.
125840     move DF-VP-PERIOD to VP-PERIOD.
125850     move EM-EMP-NUM to VP-EMP-NUM.
125860     move low-values to VP-ELEMENT.
125870     start varpayfile key is not less than VP-KEY
125880         invalid key
125890             go to 7150-EXIT
125900     end-start.
125910     if DF-VARPAY-STATUS not = "00"
125920         perform 9900-ABEND thru 9900-EXIT
125930     end-if.
125940     move "N" to DF-VP-SCAN-SWITCH.
125950     perform 7155-READ-NEXT-ELEMENT thru 7155-EXIT.
125960     perform 7151-PAY-ONE-ELEMENT thru 7151-EXIT
125970         until DF-VP-SCAN-DONE.

125980     compute DF-VP-GROSS-WORK = DF-VP-BASIC + DF-VP-ADDED
125990         - DF-VP-RECOVERED.
126000     if DF-VP-GROSS-WORK < zero
126010         compute DF-VP-SHORT = zero - DF-VP-GROSS-WORK
126020         subtract DF-VP-SHORT from DF-VP-RECOVERED
126030         add DF-VP-SHORT to DF-VP-GRAND-SHORT
126040         move zero to DF-VP-GROSS-WORK
126050         move DF-VP-SHORT to DF-PS-MONEY-EDIT
126060         display "RECOVERY EXCEEDS PAY FOR " EM-CODE
126070             " - NOT RECOVERED " DF-PS-MONEY-EDIT
126080     end-if.
126090     move DF-VP-GROSS-WORK to DF-PAY-GROSS.
126100     add DF-VP-ADDED to DF-VP-GRAND-ADDED.
126110     add DF-VP-RECOVERED to DF-VP-GRAND-RECOVERED.
126120 7150-EXIT.
126130     exit.

126140 7151-PAY-ONE-ELEMENT.
126150     move VP-ELEMENT to DF-VP-SEARCH.
126160     perform 7127-FIND-ELEMENT thru 7127-EXIT.
126170     if DF-VP-IDX = zero
126180         display "UNKNOWN PAY ELEMENT " VP-ELEMENT " FOR "
126190             EM-CODE " - NOT PAID"
126200         perform 7155-READ-NEXT-ELEMENT thru 7155-EXIT
126210         go to 7151-EXIT
126220     end-if.
126230     if DF-VP-HOURS-ELEMENT
126240         move VP-HOURS to DF-VP-PRICE-HOURS
126250         perform 7140-PRICE-HOURS thru 7140-EXIT
126260         if not DF-VP-PRICED
126270             display "OVERTIME FOR " EM-CODE
126280                 " CANNOT BE PRICED - NOT PAID"
126290             perform 7155-READ-NEXT-ELEMENT thru 7155-EXIT
126300             go to 7151-EXIT
126310         end-if
126320     else
126330         move VP-AMOUNT to DF-VP-VALUE
126340     end-if.

126350     if DF-VP-RECOVERY-ELEMENT
126360         add DF-VP-VALUE to DF-VP-RECOVERED
126370     else
126380         add DF-VP-VALUE to DF-VP-ADDED
126390     end-if.
126400     add 1 to DF-VP-PAID.
126410     add 1 to DF-VP-SLIP-COUNT.
126420     move DF-VP-DESC to DF-VP-S-DESC(DF-VP-SLIP-COUNT).
126430     move DF-VP-KIND to DF-VP-S-KIND(DF-VP-SLIP-COUNT).
126440     move VP-HOURS to DF-VP-S-HOURS(DF-VP-SLIP-COUNT).
126450     move DF-VP-VALUE to DF-VP-S-VALUE(DF-VP-SLIP-COUNT).
126460     perform 7155-READ-NEXT-ELEMENT thru 7155-EXIT.
126470 7151-EXIT.
126480     exit.

126490*>   Reads the next element; DF-VP-SCAN-DONE is set past the
126500*>   last one for the period and the person in the record area.
126510 7155-READ-NEXT-ELEMENT.
126520     read varpayfile next record
126530         at end
126540             move "Y" to DF-VP-SCAN-SWITCH
126550             go to 7155-EXIT
126560     end-read.
126570     if DF-VARPAY-STATUS not = "00"
126580         perform 9900-ABEND thru 9900-EXIT
126590     end-if.
126600     if VP-PERIOD not = DF-VP-PERIOD
126610         move "Y" to DF-VP-SCAN-SWITCH
126620     end-if.
126630     if VP-EMP-NUM not = EM-EMP-NUM
126640         move "Y" to DF-VP-SCAN-SWITCH
126650     end-if.
126660 7155-EXIT.
126670     exit.

126680*>   The payslip lines between the column heads and the gross:
126690*>   the salary and allowances from 4015, then each element.
126700 7160-WRITE-PAYSLIP-ELEMENTS.
126710     move DF-VP-BASIC to DF-PS-MONEY-EDIT.
126720     move spaces to PAYSLIP-LINE.
126730     string "  BASIC PAY          " DF-PS-MONEY-EDIT
126740         delimited by size into PAYSLIP-LINE.
126750     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
126760     perform 7161-WRITE-ONE-ELEMENT thru 7161-EXIT
126770         varying DF-VP-SUB from 1 by 1
126780         until DF-VP-SUB > DF-VP-SLIP-COUNT.
126790     if DF-VP-SHORT not = zero
126800         move DF-VP-SHORT to DF-PS-MONEY-EDIT
126810         move spaces to PAYSLIP-LINE
126820         string "  RECOVERY CARRIED   " DF-PS-MONEY-EDIT
126830             "  NOT TAKEN THIS MONTH"
126840             delimited by size into PAYSLIP-LINE
126850         perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT
126860     end-if.
126870 7160-EXIT.
126880     exit.

126890 7161-WRITE-ONE-ELEMENT.
126900     move DF-VP-S-VALUE(DF-VP-SUB) to DF-PS-MONEY-EDIT.
126910     move spaces to PAYSLIP-LINE.
126920     string "  " DF-VP-S-DESC(DF-VP-SUB) DF-PS-MONEY-EDIT
126930         delimited by size into PAYSLIP-LINE.
126940     if DF-VP-S-KIND(DF-VP-SUB) = "H"
126950         move DF-VP-S-HOURS(DF-VP-SUB) to DF-VP-HOURS-EDIT
126960         move DF-VP-HOURS-EDIT to PAYSLIP-LINE(43:6)
126970         move "HRS" to PAYSLIP-LINE(50:3)
126980     end-if.
126990     if DF-VP-S-KIND(DF-VP-SUB) = "D"
127000         move "RECOVERED" to PAYSLIP-LINE(43:9)
127010     end-if.
127020     perform 4026-WRITE-PAYSLIP-LINE thru 4026-EXIT.
127030 7161-EXIT.
127040     exit.

127050*>   Counts the elements loaded for the period into DF-VP-LOADED
127060*>   and leaves the ones the register did not pay in
127070*>   DF-VP-UNPAID.
127080 7165-COUNT-PERIOD-ELEMENTS.
127090     move zero to DF-VP-LOADED.
127100     move zero to DF-VP-UNPAID.
127110     move DF-VP-PERIOD to VP-PERIOD.
127120     move zero to VP-EMP-NUM.
127130     move low-values to VP-ELEMENT.
127140     start varpayfile key is not less than VP-KEY
127150         invalid key
127160             go to 7165-EXIT
127170     end-start.
127180     if DF-VARPAY-STATUS not = "00"
127190         perform 9900-ABEND thru 9900-EXIT
127200     end-if.
127210     move "N" to DF-VP-SCAN-SWITCH.
127220     perform 7166-COUNT-ONE-ELEMENT thru 7166-EXIT
127230         until DF-VP-SCAN-DONE.
127240     if DF-VP-LOADED > DF-VP-PAID
127250         compute DF-VP-UNPAID = DF-VP-LOADED - DF-VP-PAID
127260     end-if.
127270 7165-EXIT.
127280     exit.

127290 7166-COUNT-ONE-ELEMENT.
127300     read varpayfile next record
127310         at end
127320             move "Y" to DF-VP-SCAN-SWITCH
127330             go to 7166-EXIT
127340     end-read.
127350     if DF-VARPAY-STATUS not = "00"
127360         perform 9900-ABEND thru 9900-EXIT
127370     end-if.
127380     if VP-PERIOD not = DF-VP-PERIOD
127390         move "Y" to DF-VP-SCAN-SWITCH
127400         go to 7166-EXIT
127410     end-if.
127420     add 1 to DF-VP-LOADED.
127430 7166-EXIT.
127440     exit.

127450*>   The register's variable pay controls, between the grand
127460*>   totals and the deductions.
127470 7168-WRITE-VARPAY-TOTALS.
127480     move DF-VP-GRAND-ADDED to DF-PS-MONEY-EDIT.
127490     move spaces to PAYREG-LINE.
127500     string "TOTAL VARIABLE PAY     " DF-PS-MONEY-EDIT
127510         delimited by size into PAYREG-LINE.
127520     perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT.
127530     move DF-VP-GRAND-RECOVERED to DF-PS-MONEY-EDIT.
127540     move spaces to PAYREG-LINE.
127550     string "TOTAL RECOVERIES       " DF-PS-MONEY-EDIT
127560         delimited by size into PAYREG-LINE.
127570     perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT.
127580     if DF-VP-GRAND-SHORT not = zero
127590         move DF-VP-GRAND-SHORT to DF-PS-MONEY-EDIT
127600         move spaces to PAYREG-LINE
127610         string "RECOVERIES NOT TAKEN   " DF-PS-MONEY-EDIT
127620             delimited by size into PAYREG-LINE
127630         perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT
127640     end-if.
127650     if DF-VP-UNPAID not = zero
127660         move DF-VP-UNPAID to DF-VP-COUNT-EDIT
127670         move spaces to PAYREG-LINE
127680         string "*** VARIABLE PAY ELEMENTS LOADED BUT NOT PAID "
127690             DF-VP-COUNT-EDIT " ***"
127700             delimited by size into PAYREG-LINE
127710         perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT
127720     end-if.
127730 7168-EXIT.
127740     exit.

127750 7169-WRITE-PAYREG-LINE.
127760     write PAYREG-LINE.
127770     if DF-PAYREG-STATUS not = "00"
127780         perform 9900-ABEND thru 9900-EXIT
127790     end-if.
127800 7169-EXIT.
127810     exit.

127820*>   One person's elements loaded for this period, priced at
127830*>   today's salary the way the register would pay them.
127840 7170-VARPAY-INQUIRY.
127850     display "ENTER EMPLOYEE NUMBER: " with no advancing.
127860     accept DF-VP-EMP.
127870     move DF-VP-EMP to EM-EMP-NUM.
127880     read stafffile record
127890         invalid key
127900             continue
127910     end-read.
127920     if FILE-STATUS = "23"
127930         display "EMPLOYEE NOT FOUND"
127940         go to 7170-EXIT
127950     end-if.
127960     if FILE-STATUS not = "00"
127970         perform 9900-ABEND thru 9900-EXIT
127980     end-if.

127990     accept DF-VP-TODAY from date yyyymmdd.
128000     compute DF-VP-PERIOD = DF-VP-TODAY / 100.
128010     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
128020     if DF-PC-OPEN-PERIOD not = zero
128030         move DF-PC-OPEN-PERIOD to DF-VP-PERIOD
128040     end-if.
128050     display "VARIABLE PAY FOR PERIOD " DF-VP-PERIOD "  "
128060         EM-CODE "  " EM-SURNAME(1:25).
128070     move zero to DF-VP-SHOWN.
128080     move DF-VP-PERIOD to VP-PERIOD.
128090     move EM-EMP-NUM to VP-EMP-NUM.
128100     move low-values to VP-ELEMENT.
128110     move "N" to DF-VP-SCAN-SWITCH.
128120     start varpayfile key is not less than VP-KEY
128130         invalid key
128140             move "Y" to DF-VP-SCAN-SWITCH
128150     end-start.
128160     if not DF-VP-SCAN-DONE
128170         perform 7155-READ-NEXT-ELEMENT thru 7155-EXIT
128180     end-if.
128190     perform 7171-SHOW-ONE-ELEMENT thru 7171-EXIT
128200         until DF-VP-SCAN-DONE.
128210     if DF-VP-SHOWN = zero
128220         display "NO VARIABLE PAY LOADED FOR THIS PERIOD"
128230     end-if.
128240 7170-EXIT.
128250     exit.

128260 7171-SHOW-ONE-ELEMENT.
128270     add 1 to DF-VP-SHOWN.
128280     move VP-ELEMENT to DF-VP-SEARCH.
128290     perform 7127-FIND-ELEMENT thru 7127-EXIT.
128300     if DF-VP-HOURS-ELEMENT
128310         move VP-HOURS to DF-VP-PRICE-HOURS
128320         perform 7140-PRICE-HOURS thru 7140-EXIT
128330     else
128340         move VP-AMOUNT to DF-VP-VALUE
128350     end-if.
128360     move DF-VP-VALUE to DF-PS-MONEY-EDIT.
128370     if DF-VP-HOURS-ELEMENT
128380         move VP-HOURS to DF-VP-HOURS-EDIT
128390         display "  " VP-ELEMENT "  " DF-VP-DESC DF-PS-MONEY-EDIT
128400             "  " DF-VP-HOURS-EDIT " HRS"
128410     else
128420         display "  " VP-ELEMENT "  " DF-VP-DESC DF-PS-MONEY-EDIT
128430     end-if.
128440     perform 7155-READ-NEXT-ELEMENT thru 7155-EXIT.
128450 7171-EXIT.
128460     exit.

128470****************************************************************
128480* 7200-ESTAB-MENU - the funded establishment: each             *
128490* department's funded headcount per tier and salary budget for *
128500* a financial year, and the variance report setting the staff  *
128510* file against it; and the salary grade master, with the       *
128520* compa-ratio report setting salaries against the grade bands. *
128530* The whole option sits behind the HR role.                    *
128540****************************************************************
128550 7200-ESTAB-MENU.
128560     display "A)DD  U)PDATE  D)ELETE  L)IST  V)ARIANCE REPORT  "
128570         "G)RADES  C)OMPA-RATIO REPORT  R)ETURN : "
128580         with no advancing.
128590     accept DF-EB-CHOICE.
128600     evaluate DF-EB-CHOICE
128610         when "A"
128620             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
128630             perform 7211-ADD-ESTAB thru 7211-EXIT
128640         when "a"
128650             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
128660             perform 7211-ADD-ESTAB thru 7211-EXIT
128670         when "U"
128680             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
128690             perform 7212-UPDATE-ESTAB thru 7212-EXIT
128700         when "u"
128710             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
128720             perform 7212-UPDATE-ESTAB thru 7212-EXIT
128730         when "D"
128740             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
128750             perform 7213-DELETE-ESTAB thru 7213-EXIT
128760         when "d"
128770             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
128780             perform 7213-DELETE-ESTAB thru 7213-EXIT
128790         when "L"
128800             perform 7214-LIST-ESTAB thru 7214-EXIT
128810         when "l"
128820             perform 7214-LIST-ESTAB thru 7214-EXIT
128830         when "V"
128840             perform 7260-VARIANCE-REPORT thru 7260-EXIT
128850         when "v"
128860             perform 7260-VARIANCE-REPORT thru 7260-EXIT
128870         when "G"
128880             perform 7700-GRADE-MENU thru 7700-EXIT
128890         when "g"
128900             perform 7700-GRADE-MENU thru 7700-EXIT
128910         when "C"
128920             perform 7760-COMPA-RATIO-REPORT thru 7760-EXIT
128930         when "c"
128940             perform 7760-COMPA-RATIO-REPORT thru 7760-EXIT
128950         when other
128960             continue
128970     end-evaluate.
128980 7200-EXIT.
128990     exit.

129000*>   The financial year today falls in, named by the calendar
129010*>   year it starts in.
129020 7205-DERIVE-FIN-YEAR.
129030     accept DF-EB-TODAY from date yyyymmdd.
129040     if DF-EB-TODAY-MONTH < DF-YT-START-MONTH
129050         compute DF-EB-YEAR-NOW = DF-EB-TODAY-YEAR - 1
129060     else
129070         move DF-EB-TODAY-YEAR to DF-EB-YEAR-NOW
129080     end-if.
129090 7205-EXIT.
129100     exit.

129110*>   The tier, department and annual salary of the record in the
129120*>   record area - a tier of zero for anything that is not an
129130*>   employee, manager or executive.
129140 7206-PLACE-RECORD.
129150     move zero to DF-EB-TIER.
129160     move spaces to DF-EB-REC-DEPT.
129170     move zero to DF-EB-SALARY.
129180     evaluate EM-POSITION
129190         when "E"
129200             move 1 to DF-EB-TIER
129210             move EM-DEPARTMENT to DF-EB-REC-DEPT
129220             move EM-SALARY to DF-EB-SALARY
129230         when "M"
129240             move 2 to DF-EB-TIER
129250             move MN-DEPARTMENT to DF-EB-REC-DEPT
129260             move MN-SALARY to DF-EB-SALARY
129270         when "X"
129280             move 3 to DF-EB-TIER
129290             move EX-DEPARTMENT to DF-EB-REC-DEPT
129300             move EX-SALARY to DF-EB-SALARY
129310         when other
129320             continue
129330     end-evaluate.
129340 7206-EXIT.
129350     exit.

129360*>   Captures the department and financial year of a budget.  A
129370*>   blank year means the current one; a blank department means
129380*>   the caller gave up.
129390 7210-PROMPT-ESTAB-KEY.
129400     move "N" to DF-EB-KEY-SWITCH.
129410     display "ENTER DEPARTMENT: " with no advancing.
129420     move spaces to DF-EB-DEPT.
129430     accept DF-EB-DEPT.
129440     if DF-EB-DEPT = spaces
129450         display "NOTHING ENTERED"
129460         go to 7210-EXIT
129470     end-if.
129480     perform 7205-DERIVE-FIN-YEAR thru 7205-EXIT.
129490     display "ENTER FINANCIAL YEAR (ENTER FOR " DF-EB-YEAR-NOW
129500         "): " with no advancing.
129510     move spaces to DF-EB-YEAR-TEXT.
129520     accept DF-EB-YEAR-TEXT.
129530     if DF-EB-YEAR-TEXT = spaces
129540         move DF-EB-YEAR-NOW to DF-EB-YEAR
129550     else
129560         if DF-EB-YEAR-TEXT numeric
129570             move DF-EB-YEAR-TEXT to DF-EB-YEAR
129580         else
129590             display "FINANCIAL YEAR MUST BE FOUR DIGITS"
129600             go to 7210-EXIT
129610         end-if
129620     end-if.
129630     move "Y" to DF-EB-KEY-SWITCH.
129640 7210-EXIT.
129650     exit.

129660 7211-ADD-ESTAB.
129670     perform 7210-PROMPT-ESTAB-KEY thru 7210-EXIT.
129680     if not DF-EB-KEY-OK
129690         go to 7211-EXIT
129700     end-if.
129710*>   A budget is only set for a department that is active on
129720*>   the master.
129730     move DF-EB-DEPT to DF-CHECK-DEPT.
129740     perform 4250-VALIDATE-DEPARTMENT thru 4250-EXIT.
129750     if DF-DFIDX = zero
129760         display "DEPARTMENT " DF-EB-DEPT " IS NOT ACTIVE ON THE "
129770             "DEPARTMENT MASTER"
129780         go to 7211-EXIT
129790     end-if.
129800     initialize ESTAB-REC.
129810     move DF-EB-DEPT to EB-DEPT.
129820     move DF-EB-YEAR to EB-YEAR.
129830     perform 7216-PROMPT-ESTAB-FIGURES thru 7216-EXIT.
129840     move DF-ACTING-EMP-CODE to EB-CHANGED-BY.
129850     accept EB-CHANGED-DATE from date yyyymmdd.
129860     write ESTAB-REC
129870         invalid key
129880             display "BUDGET ALREADY ON FILE FOR THAT DEPARTMENT "
129890                 "AND YEAR"
129900             go to 7211-EXIT
129910     end-write.
129920     if DF-ESTAB-STATUS not = "00"
129930         perform 9900-ABEND thru 9900-EXIT
129940     end-if.
129950     display "BUDGET ADDED".
129960 7211-EXIT.
129970     exit.

129980*>   All four figures are keyed again - a funded headcount of
129990*>   nought is a real figure, so nought cannot stand for
130000*>   unchanged the way it does on the rates master.
130010 7212-UPDATE-ESTAB.
130020     perform 7210-PROMPT-ESTAB-KEY thru 7210-EXIT.
130030     if not DF-EB-KEY-OK
130040         go to 7212-EXIT
130050     end-if.
130060     perform 7217-READ-ESTAB-WITH-LOCK thru 7217-EXIT.
130070     if not DF-EB-FOUND
130080         go to 7212-EXIT
130090     end-if.
130100     perform 7219-SHOW-ESTAB thru 7219-EXIT.
130110     display "ENTER THE NEW FIGURES".
130120     perform 7216-PROMPT-ESTAB-FIGURES thru 7216-EXIT.
130130     move DF-ACTING-EMP-CODE to EB-CHANGED-BY.
130140     accept EB-CHANGED-DATE from date yyyymmdd.
130150     rewrite ESTAB-REC
130160         invalid key
130170             display "BUDGET COULD NOT BE REWRITTEN"
130180             unlock estabfile
130190             go to 7212-EXIT
130200     end-rewrite.
130210     if DF-ESTAB-STATUS not = "00"
130220         perform 9900-ABEND thru 9900-EXIT
130230     end-if.
130240     display "BUDGET UPDATED".
130250 7212-EXIT.
130260     exit.

130270 7213-DELETE-ESTAB.
130280     perform 7210-PROMPT-ESTAB-KEY thru 7210-EXIT.
130290     if not DF-EB-KEY-OK
130300         go to 7213-EXIT
130310     end-if.
130320     perform 7217-READ-ESTAB-WITH-LOCK thru 7217-EXIT.
130330     if not DF-EB-FOUND
130340         go to 7213-EXIT
130350     end-if.
130360     perform 7219-SHOW-ESTAB thru 7219-EXIT.
130370     display "CONFIRM DELETE OF BUDGET FOR " EB-DEPT " YEAR "
130380         EB-YEAR " (Y/N): " with no advancing.
130390     accept DF-CONFIRM.
130400     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
130410         display "DELETE CANCELLED"
130420         unlock estabfile
130430         go to 7213-EXIT
130440     end-if.
130450     delete estabfile record
130460         invalid key
130470             display "BUDGET COULD NOT BE DELETED"
130480             unlock estabfile
130490             go to 7213-EXIT
130500     end-delete.
130510     if DF-ESTAB-STATUS not = "00"
130520         perform 9900-ABEND thru 9900-EXIT
130530     end-if.
130540     display "BUDGET DELETED".
130550 7213-EXIT.
130560     exit.

130570 7214-LIST-ESTAB.
130580     move zero to DF-EB-LISTED.
130590     move low-values to EB-KEY.
130600     start estabfile key is not less than EB-KEY
130610         invalid key
130620             display "ESTABLISHMENT FILE IS EMPTY"
130630             go to 7214-EXIT
130640     end-start.
130650     display "DEPT YEAR  EMPS  MGRS EXECS       SALARY BUDGET "
130660         "CHANGED".
130670     perform 7215-LIST-ONE-ESTAB thru 7215-EXIT
130680         until DF-ESTAB-STATUS not = "00".
130690     display "BUDGETS ON FILE: " DF-EB-LISTED.
130700     perform 8600-PAUSE thru 8600-EXIT.
130710 7214-EXIT.
130720     exit.

130730 7215-LIST-ONE-ESTAB.
130740     read estabfile next record
130750         at end
130760             go to 7215-EXIT
130770     end-read.
130780     if DF-ESTAB-STATUS not = "00"
130790         perform 9900-ABEND thru 9900-EXIT
130800     end-if.
130810     move EB-SALARY-BUDGET to DF-EB-BUDGET-EDIT.
130820     display EB-DEPT " " EB-YEAR " " EB-FUNDED-EMP " "
130830         EB-FUNDED-MGR " " EB-FUNDED-EXEC " " DF-EB-BUDGET-EDIT
130840         " " EB-CHANGED-BY.
130850     add 1 to DF-EB-LISTED.
130860 7215-EXIT.
130870     exit.

130880 7216-PROMPT-ESTAB-FIGURES.
130890     display "FUNDED EMPLOYEES: " with no advancing.
130900     accept EB-FUNDED-EMP.
130910     display "FUNDED MANAGERS: " with no advancing.
130920     accept EB-FUNDED-MGR.
130930     display "FUNDED EXECUTIVES: " with no advancing.
130940     accept EB-FUNDED-EXEC.
130950     display "ANNUAL SALARY BUDGET: " with no advancing.
130960     accept EB-SALARY-BUDGET.
130970 7216-EXIT.
130980     exit.

130990*>   Keyed read of the budget for DF-EB-DEPT and DF-EB-YEAR under
131000*>   its lock, ahead of a REWRITE or DELETE.
131010 7217-READ-ESTAB-WITH-LOCK.
131020     move "N" to DF-EB-FOUND-SWITCH.
131030     move DF-EB-DEPT to EB-DEPT.
131040     move DF-EB-YEAR to EB-YEAR.
131050     read estabfile record with lock
131060         invalid key
131070             display "NO BUDGET ON FILE FOR " DF-EB-DEPT " YEAR "
131080                 DF-EB-YEAR
131090             go to 7217-EXIT
131100     end-read.
131110     if DF-ESTAB-STATUS = "51" or DF-ESTAB-STATUS = "99"
131120         display "BUDGET IN USE BY ANOTHER OPERATOR - TRY "
131130             "AGAIN IN A MOMENT"
131140         go to 7217-EXIT
131150     end-if.
131160     if DF-ESTAB-STATUS not = "00"
131170         perform 9900-ABEND thru 9900-EXIT
131180     end-if.
131190     move "Y" to DF-EB-FOUND-SWITCH.
131200 7217-EXIT.
131210     exit.

131220 7219-SHOW-ESTAB.
131230     move EB-SALARY-BUDGET to DF-EB-BUDGET-EDIT.
131240     display "FUNDED EMPLOYEES " EB-FUNDED-EMP "  MANAGERS "
131250         EB-FUNDED-MGR "  EXECUTIVES " EB-FUNDED-EXEC.
131260     display "SALARY BUDGET " DF-EB-BUDGET-EDIT
131270         "  LAST CHANGED BY " EB-CHANGED-BY " ON "
131280        EB-CHANGED-DATE.
131290 7219-EXIT.
131300     exit.

131310****************************************************************
131320* 7230-COUNT-DEPT-HEADCOUNT - how many are on file today in    *
131330* each tier of DF-EB-DEPT.  The walk runs on its own switch    *
131340* and puts the record area back as it found it, but reading    *
131350* the file gives up any record lock the caller holds.  An add  *
131360* holds none; a promotion reads its subject under its lock     *
131370* again once the count is done, before anything is filed.      *
131380****************************************************************
131390 7230-COUNT-DEPT-HEADCOUNT.
131400     move EXECUTIVE-REC to DF-EB-SAVE-AREA.
131410     move zero to DF-EB-ACTUAL(1).
131420     move zero to DF-EB-ACTUAL(2).
131430     move zero to DF-EB-ACTUAL(3).
131440     move "N" to DF-EB-SCAN-SWITCH.
131450     move zero to EM-EMP-NUM.
131460     start stafffile key is not less than EM-EMP-NUM
131470         invalid key
131480             move "Y" to DF-EB-SCAN-SWITCH
131490     end-start.
131500     perform 7231-COUNT-ONE-RECORD thru 7231-EXIT
131510         until DF-EB-SCAN-DONE.
131520     move DF-EB-SAVE-AREA to EXECUTIVE-REC.
131530 7230-EXIT.
131540     exit.

131550 7231-COUNT-ONE-RECORD.
131560     read stafffile next record
131570         at end
131580             move "Y" to DF-EB-SCAN-SWITCH
131590             go to 7231-EXIT
131600     end-read.
131610     if FILE-STATUS not = "00"
131620         perform 9900-ABEND thru 9900-EXIT
131630     end-if.
131640     perform 7206-PLACE-RECORD thru 7206-EXIT.
131650     if DF-EB-TIER not = zero and DF-EB-REC-DEPT = DF-EB-DEPT
131660         add 1 to DF-EB-ACTUAL(DF-EB-TIER)
131670     end-if.
131680 7231-EXIT.
131690     exit.

131700****************************************************************
131710* 7240-CHECK-ESTABLISHMENT - would the change take DF-EB-DEPT  *
131720* over its funded establishment for the current financial      *
131730* year? The caller sets the department and DF-EB-JOINING, how  *
131740* many the change brings into each tier; a tier goes over when *
131750* those already there plus those joining exceed the funded     *
131760* figure.  A department with no budget for the year has        *
131770* nothing to hold it to, and a tier nobody joins is left alone *
131780* however it stands today.                                     *
131790****************************************************************
131800 7240-CHECK-ESTABLISHMENT.
131810     move "N" to DF-EB-OVER-SWITCH.
131820     move "N" to DF-EB-OVER-FLAG(1).
131830     move "N" to DF-EB-OVER-FLAG(2).
131840     move "N" to DF-EB-OVER-FLAG(3).
131850     perform 7205-DERIVE-FIN-YEAR thru 7205-EXIT.
131860     move DF-EB-DEPT to EB-DEPT.
131870     move DF-EB-YEAR-NOW to EB-YEAR.
131880     read estabfile record
131890         invalid key
131900             continue
131910     end-read.
131920     if DF-ESTAB-STATUS = "23"
131930         go to 7240-EXIT
131940     end-if.
131950     if DF-ESTAB-STATUS not = "00"
131960         perform 9900-ABEND thru 9900-EXIT
131970     end-if.
131980     move EB-FUNDED-TIER(1) to DF-EB-FUNDED(1).
131990     move EB-FUNDED-TIER(2) to DF-EB-FUNDED(2).
132000     move EB-FUNDED-TIER(3) to DF-EB-FUNDED(3).
132010     perform 7230-COUNT-DEPT-HEADCOUNT thru 7230-EXIT.
132020     perform 7241-CHECK-ONE-TIER thru 7241-EXIT
132030         varying DF-EB-SUB from 1 by 1 until DF-EB-SUB > 3.
132040 7240-EXIT.
132050     exit.

132060 7241-CHECK-ONE-TIER.
132070     if DF-EB-JOINING(DF-EB-SUB) = zero
132080         go to 7241-EXIT
132090     end-if.
132100     if DF-EB-ACTUAL(DF-EB-SUB) + DF-EB-JOINING(DF-EB-SUB)
132110             > DF-EB-FUNDED(DF-EB-SUB)
132120         move "Y" to DF-EB-OVER-FLAG(DF-EB-SUB)
132130         move "Y" to DF-EB-OVER-SWITCH
132140     end-if.
132150 7241-EXIT.
132160     exit.

132170*>   A promotion brings one person into the tier above, on the
132180*>   department they already work in.
132190 7242-SET-PROMOTION-JOINING.
132200     initialize DF-EB-CHECK.
132210     move spaces to DF-EB-DEPT.
132220     evaluate EM-POSITION
132230         when "E"
132240             move EM-DEPARTMENT to DF-EB-DEPT
132250             move 1 to DF-EB-JOINING(2)
132260         when "M"
132270             move MN-DEPARTMENT to DF-EB-DEPT
132280             move 1 to DF-EB-JOINING(3)
132290         when other
132300             continue
132310     end-evaluate.
132320 7242-EXIT.
132330     exit.

132340****************************************************************
132350* 7245-CONFIRM-ESTABLISHMENT - the on-line check.  Runs 7240   *
132360* for the department and joiners the caller has set and, where *
132370* a tier would go over, shows the operator the funded figure   *
132380* and what the change would make it, and asks for an override. *
132390* DF-EB-PROCEED says whether to go on; DF-EB-OVERRIDDEN that   *
132400* an override was given, for the caller to audit through 7248  *
132410* once the change is filed.                                    *
132420****************************************************************
132430 7245-CONFIRM-ESTABLISHMENT.
132440     move "Y" to DF-EB-PROCEED-SWITCH.
132450     move "N" to DF-EB-OVERRIDE-SWITCH.
132460     move "N" to DF-EB-NAME-TIER-SWITCH.
132470     perform 7240-CHECK-ESTABLISHMENT thru 7240-EXIT.
132480     if not DF-EB-ANY-OVER
132490         go to 7245-EXIT
132500     end-if.
132510     perform 7246-SHOW-ONE-OVER thru 7246-EXIT
132520         varying DF-EB-SUB from 1 by 1 until DF-EB-SUB > 3.
132530     display "OVERRIDE THE FUNDED ESTABLISHMENT (Y/N): "
132540         with no advancing.
132550     accept DF-CONFIRM.
132560     if DF-CONFIRM = "Y" or DF-CONFIRM = "y"
132570         move "Y" to DF-EB-OVERRIDE-SWITCH
132580         display "ESTABLISHMENT OVERRIDDEN - THE OVERRIDE WILL "
132590             "BE AUDITED"
132600     else
132610         move "N" to DF-EB-PROCEED-SWITCH
132620         display "ESTABLISHMENT NOT OVERRIDDEN - NOTHING CHANGED"
132630     end-if.
132640 7245-EXIT.
132650     exit.

132660 7246-SHOW-ONE-OVER.
132670     if DF-EB-OVER-FLAG(DF-EB-SUB) not = "Y"
132680         go to 7246-EXIT
132690     end-if.
132700     compute DF-EB-WOULD-BE = DF-EB-ACTUAL(DF-EB-SUB)
132710         + DF-EB-JOINING(DF-EB-SUB).
132720     move DF-EB-FUNDED(DF-EB-SUB) to DF-EB-NUM-EDIT.
132730     move DF-EB-WOULD-BE to DF-EB-NUM2-EDIT.
132740     display "WARNING - DEPARTMENT " DF-EB-DEPT " "
132750         DF-EB-TIER-NAME(DF-EB-SUB) " FUNDED " DF-EB-NUM-EDIT
132760         " - THIS WOULD MAKE " DF-EB-NUM2-EDIT.
132770 7246-EXIT.
132780     exit.

132790****************************************************************
132800* 7248-AUDIT-OVERRIDE - one ESTOVER audit entry per tier taken *
132810* over the funded establishment on the operator's override.    *
132820* The entry is filed against the person in the record area, or *
132830* - for a close-down transfer, which moves a whole department  *
132840* - against the tier itself with a zero employee number.  The  *
132850* audit record's department fields carry the department and    *
132860* its salary fields the headcounts: funded before, and what    *
132870* the override made it after.                                  *
132880****************************************************************
132890 7248-AUDIT-OVERRIDE.
132900     perform 7249-AUDIT-ONE-TIER thru 7249-EXIT
132910         varying DF-EB-SUB from 1 by 1 until DF-EB-SUB > 3.
132920 7248-EXIT.
132930     exit.

132940 7249-AUDIT-ONE-TIER.
132950     if DF-EB-OVER-FLAG(DF-EB-SUB) not = "Y"
132960         go to 7249-EXIT
132970     end-if.
132980     if DF-EB-NAME-TIER
132990         move DF-EB-TIER-CODE(DF-EB-SUB) to EM-POSITION
133000         move zero to EM-EMP-NUM
133010     end-if.
133020     move "ESTOVER" to DF-AUDIT-ACTION.
133030     move DF-EB-DEPT to DF-AUDIT-BEFORE-DEPT.
133040     move DF-EB-DEPT to DF-AUDIT-AFTER-DEPT.
133050     move DF-EB-FUNDED(DF-EB-SUB) to DF-AUDIT-BEFORE-SALARY.
133060     compute DF-AUDIT-AFTER-SALARY = DF-EB-ACTUAL(DF-EB-SUB)
133070         + DF-EB-JOINING(DF-EB-SUB).
133080     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
133090 7249-EXIT.
133100     exit.

133110*>   A close-down transfer brings everyone on the closing
133120*>   department, tier by tier, onto the receiving one.
133130 7250-CHECK-TRANSFER-ESTAB.
133140     initialize DF-EB-CHECK.
133150     move DF-XF-FROM-DEPT to DF-EB-DEPT.
133160     perform 7230-COUNT-DEPT-HEADCOUNT thru 7230-EXIT.
133170     move DF-EB-ACTUAL(1) to DF-EB-JOINING(1).
133180     move DF-EB-ACTUAL(2) to DF-EB-JOINING(2).
133190     move DF-EB-ACTUAL(3) to DF-EB-JOINING(3).
133200     move DF-XF-TO-DEPT to DF-EB-DEPT.
133210     perform 7245-CONFIRM-ESTABLISHMENT thru 7245-EXIT.
133220 7250-EXIT.
133230     exit.

133240****************************************************************
133250* 7260-VARIANCE-REPORT - the staff file set against the funded *
133260* establishment for the current financial year, by department: *
133270* per tier the funded and actual headcount, the vacancies and  *
133280* anyone over establishment, then the salary bill - the annual *
133290* salaries on file - against the salary budget.  A department  *
133300* with staff but no budget is listed as such, with its whole   *
133310* bill as the variance.                                        *
133320****************************************************************
133330 7260-VARIANCE-REPORT.
133340     perform 7205-DERIVE-FIN-YEAR thru 7205-EXIT.
133350     move DF-EB-YEAR-NOW to DF-EB-YEAR.
133360     move zero to DF-EB-USED.
133370     move zero to DF-EB-COUNT.
133380     move zero to DF-EB-OVER-DEPTS.
133390     move zero to DF-EB-TOT-FUNDED.
133400     move zero to DF-EB-TOT-ACTUAL.
133410     move zero to DF-EB-TOT-VACANT.
133420     move zero to DF-EB-TOT-OVER.
133430     move zero to DF-EB-TOT-BUDGET.
133440     move zero to DF-EB-TOT-BILL.
133450     move "N" to DF-EB-OVERFLOW-SWITCH.

133460     open output estrptfile.
133470     if DF-ESTRPT-STATUS not = "00"
133480         perform 9900-ABEND thru 9900-EXIT
133490     end-if.
133500     move spaces to ESTRPT-LINE.
133510     string "ESTABLISHMENT VARIANCE - FINANCIAL YEAR " DF-EB-YEAR
133520         "  RUN DATE " DF-EB-TODAY
133530         delimited by size into ESTRPT-LINE.
133540     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
133550     move spaces to ESTRPT-LINE.
133560     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
133570     move spaces to ESTRPT-LINE.
133580     string "DEPT  TIER         FUNDED   ACTUAL   VACANT     OVER"
133590         delimited by size into ESTRPT-LINE.
133600     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.

133610*>   The year's budgets first, then everyone on file.
133620     move low-values to EB-KEY.
133630     move "N" to DF-EB-SCAN-SWITCH.
133640     start estabfile key is not less than EB-KEY
133650         invalid key
133660             move "Y" to DF-EB-SCAN-SWITCH
133670     end-start.
133680     perform 7261-LOAD-ONE-BUDGET thru 7261-EXIT
133690         until DF-EB-SCAN-DONE.
133700     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
133710     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
133720     perform 7262-ADD-ONE-PERSON thru 7262-EXIT
133730         until DF-END-OF-FILE.

133740     perform 7264-PRINT-ONE-DEPT thru 7264-EXIT
133750         until DF-EB-COUNT not < DF-EB-USED.

133760     move spaces to ESTRPT-LINE.
133770     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
133780     move DF-EB-TOT-FUNDED to DF-EB-FUNDED-EDIT.
133790     move DF-EB-TOT-ACTUAL to DF-EB-ACTUAL-EDIT.
133800     move DF-EB-TOT-VACANT to DF-EB-VACANT-EDIT.
133810     move DF-EB-TOT-OVER to DF-EB-OVER-EDIT.
133820     move spaces to ESTRPT-LINE.
133830     string "ALL   ALL TIERS   " DF-EB-FUNDED-EDIT
133840         "  " DF-EB-ACTUAL-EDIT "  " DF-EB-VACANT-EDIT
133850         "  " DF-EB-OVER-EDIT
133860         delimited by size into ESTRPT-LINE.
133870     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
133880     move DF-EB-TOT-BUDGET to DF-EB-BUDGET-EDIT.
133890     move DF-EB-TOT-BILL to DF-EB-BILL-EDIT.
133900     compute DF-EB-VARIANCE = DF-EB-TOT-BILL - DF-EB-TOT-BUDGET.
133910     move DF-EB-VARIANCE to DF-EB-VAR-EDIT.
133920     move spaces to ESTRPT-LINE.
133930     string "      SALARY BUDGET " DF-EB-BUDGET-EDIT
133940         "  BILL " DF-EB-BILL-EDIT
133950         "  OVER/(UNDER) " DF-EB-VAR-EDIT
133960         delimited by size into ESTRPT-LINE.
133970     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
133980     move DF-EB-OVER-DEPTS to DF-EB-OVER-EDIT.
133990     move spaces to ESTRPT-LINE.
134000     string "DEPARTMENTS OVER ESTABLISHMENT " DF-EB-OVER-EDIT
134010         delimited by size into ESTRPT-LINE.
134020     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
134030     if DF-EB-OVERFLOWED
134040         move spaces to ESTRPT-LINE
134050         string "REPORT TABLE FULL - LATER DEPARTMENTS NOT LISTED"
134060             delimited by size into ESTRPT-LINE
134070         perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT
134080     end-if.
134090     close estrptfile.
134100     display "ESTABLISHMENT VARIANCE REPORT WRITTEN TO "
134110         DF-ESTRPT-PATH.
134120     display "DEPARTMENTS LISTED: " DF-EB-USED
134130         "  OVER ESTABLISHMENT: " DF-EB-OVER-DEPTS.
134140     perform 8600-PAUSE thru 8600-EXIT.
134150 7260-EXIT.
134160     exit.

134170 7261-LOAD-ONE-BUDGET.
134180     read estabfile next record
134190         at end
134200             move "Y" to DF-EB-SCAN-SWITCH
134210             go to 7261-EXIT
134220     end-read.
134230     if DF-ESTAB-STATUS not = "00"
134240         perform 9900-ABEND thru 9900-EXIT
134250     end-if.
134260     if EB-YEAR not = DF-EB-YEAR
134270         go to 7261-EXIT
134280     end-if.
134290     move EB-DEPT to DF-EB-DEPT.
134300     perform 7263-FIND-OR-ADD-DEPT thru 7263-EXIT.
134310     if DF-EB-IDX = zero
134320         go to 7261-EXIT
134330     end-if.
134340     move "Y" to DF-EB-T-BUDGETED(DF-EB-IDX).
134350     move EB-FUNDED-TIER(1) to DF-EB-T-FUNDED(DF-EB-IDX, 1).
134360     move EB-FUNDED-TIER(2) to DF-EB-T-FUNDED(DF-EB-IDX, 2).
134370     move EB-FUNDED-TIER(3) to DF-EB-T-FUNDED(DF-EB-IDX, 3).
134380     move EB-SALARY-BUDGET to DF-EB-T-BUDGET(DF-EB-IDX).
134390 7261-EXIT.
134400     exit.

134410 7262-ADD-ONE-PERSON.
134420     perform 7206-PLACE-RECORD thru 7206-EXIT.
134430     if DF-EB-TIER = zero
134440         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
134450         go to 7262-EXIT
134460     end-if.
134470     move DF-EB-REC-DEPT to DF-EB-DEPT.
134480     perform 7263-FIND-OR-ADD-DEPT thru 7263-EXIT.
134490     if DF-EB-IDX not = zero
134500         add 1 to DF-EB-T-ACTUAL(DF-EB-IDX, DF-EB-TIER)
134510         add DF-EB-SALARY to DF-EB-T-BILL(DF-EB-IDX)
134520     end-if.
134530     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
134540 7262-EXIT.
134550     exit.

134560*>   Finds DF-EB-DEPT in the report table, adding it when it is
134570*>   not there yet.  DF-EB-IDX comes back zero when the table is
134580*>   full.
134590 7263-FIND-OR-ADD-DEPT.
134600     move zero to DF-EB-IDX.
134610     perform 7265-SEARCH-ONE-DEPT thru 7265-EXIT
134620         varying DF-EB-SUB from 1 by 1
134630         until DF-EB-SUB > DF-EB-USED or DF-EB-IDX not = zero.
134640     if DF-EB-IDX not = zero
134650         go to 7263-EXIT
134660     end-if.
134670     if DF-EB-USED not < 200
134680         move "Y" to DF-EB-OVERFLOW-SWITCH
134690         go to 7263-EXIT
134700     end-if.
134710     add 1 to DF-EB-USED.
134720     move DF-EB-USED to DF-EB-IDX.
134730     initialize DF-EB-ENTRY(DF-EB-IDX).
134740     move DF-EB-DEPT to DF-EB-T-DEPT(DF-EB-IDX).
134750     move "N" to DF-EB-T-BUDGETED(DF-EB-IDX).
134760     move "N" to DF-EB-T-DONE(DF-EB-IDX).
134770 7263-EXIT.
134780     exit.

134790 7265-SEARCH-ONE-DEPT.
134800     if DF-EB-T-DEPT(DF-EB-SUB) = DF-EB-DEPT
134810         move DF-EB-SUB to DF-EB-IDX
134820     end-if.
134830 7265-EXIT.
134840     exit.

134850*>   One pass picks the lowest department not yet printed.
134860 7264-PRINT-ONE-DEPT.
134870     move zero to DF-EB-IDX.
134880     perform 7266-FIND-LOWEST-DEPT thru 7266-EXIT
134890         varying DF-EB-SUB from 1 by 1
134900            until DF-EB-SUB > DF-EB-USED.
134910     move "Y" to DF-EB-T-DONE(DF-EB-IDX).
134920     add 1 to DF-EB-COUNT.
134930     move "N" to DF-EB-DEPT-OVER-SWITCH.
134940     move DF-EB-T-DEPT(DF-EB-IDX) to DF-EB-PRINT-DEPT.

134950     move spaces to ESTRPT-LINE.
134960     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
134970     if DF-EB-T-BUDGETED(DF-EB-IDX) not = "Y"
134980         move spaces to ESTRPT-LINE
134990         string DF-EB-PRINT-DEPT
135000             "  NO ESTABLISHMENT BUDGET FOR THE YEAR"
135010             delimited by size into ESTRPT-LINE
135020         perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT
135030         move spaces to DF-EB-PRINT-DEPT
135040     end-if.
135050     perform 7267-PRINT-ONE-TIER thru 7267-EXIT
135060         varying DF-EB-SUB from 1 by 1 until DF-EB-SUB > 3.

135070     move DF-EB-T-BUDGET(DF-EB-IDX) to DF-EB-BUDGET-EDIT.
135080     move DF-EB-T-BILL(DF-EB-IDX) to DF-EB-BILL-EDIT.
135090     compute DF-EB-VARIANCE = DF-EB-T-BILL(DF-EB-IDX)
135100         - DF-EB-T-BUDGET(DF-EB-IDX).
135110     move DF-EB-VARIANCE to DF-EB-VAR-EDIT.
135120     move spaces to ESTRPT-LINE.
135130     string "      SALARY BUDGET " DF-EB-BUDGET-EDIT
135140         "  BILL " DF-EB-BILL-EDIT
135150         "  OVER/(UNDER) " DF-EB-VAR-EDIT
135160         delimited by size into ESTRPT-LINE.
135170     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
135180     add DF-EB-T-BUDGET(DF-EB-IDX) to DF-EB-TOT-BUDGET.
135190     add DF-EB-T-BILL(DF-EB-IDX) to DF-EB-TOT-BILL.
135200     if DF-EB-DEPT-OVER
135210         add 1 to DF-EB-OVER-DEPTS
135220     end-if.
135230 7264-EXIT.
135240     exit.

135250 7266-FIND-LOWEST-DEPT.
135260     if DF-EB-T-DONE(DF-EB-SUB) = "Y"
135270         go to 7266-EXIT
135280     end-if.
135290     if DF-EB-IDX = zero
135300         move DF-EB-SUB to DF-EB-IDX
135310         go to 7266-EXIT
135320     end-if.
135330     if DF-EB-T-DEPT(DF-EB-SUB) < DF-EB-T-DEPT(DF-EB-IDX)
135340         move DF-EB-SUB to DF-EB-IDX
135350     end-if.
135360 7266-EXIT.
135370     exit.

135380*>   Vacancies are funded posts nobody fills; over is anyone on
135390*>   file beyond the funded figure - a department without a
135400*>   budget is funded for nobody.
135410 7267-PRINT-ONE-TIER.
135420     move zero to DF-EB-VACANT.
135430     move zero to DF-EB-OVER.
135440     if DF-EB-T-ACTUAL(DF-EB-IDX, DF-EB-SUB)
135450             > DF-EB-T-FUNDED(DF-EB-IDX, DF-EB-SUB)
135460         compute DF-EB-OVER = DF-EB-T-ACTUAL(DF-EB-IDX, DF-EB-SUB)
135470             - DF-EB-T-FUNDED(DF-EB-IDX, DF-EB-SUB)
135480         move "Y" to DF-EB-DEPT-OVER-SWITCH
135490     else
135500         compute DF-EB-VACANT =
135510            DF-EB-T-FUNDED(DF-EB-IDX, DF-EB-SUB)
135520             - DF-EB-T-ACTUAL(DF-EB-IDX, DF-EB-SUB)
135530     end-if.
135540     add DF-EB-T-FUNDED(DF-EB-IDX, DF-EB-SUB) to DF-EB-TOT-FUNDED.
135550     add DF-EB-T-ACTUAL(DF-EB-IDX, DF-EB-SUB) to DF-EB-TOT-ACTUAL.
135560     add DF-EB-VACANT to DF-EB-TOT-VACANT.
135570     add DF-EB-OVER to DF-EB-TOT-OVER.
135580     move DF-EB-T-FUNDED(DF-EB-IDX, DF-EB-SUB)
135590        to DF-EB-FUNDED-EDIT.
135600     move DF-EB-T-ACTUAL(DF-EB-IDX, DF-EB-SUB)
135610        to DF-EB-ACTUAL-EDIT.
135620     move DF-EB-VACANT to DF-EB-VACANT-EDIT.
135630     move DF-EB-OVER to DF-EB-OVER-EDIT.
135640     move spaces to ESTRPT-LINE.
135650     if DF-EB-OVER = zero
135660         string DF-EB-PRINT-DEPT "  " DF-EB-TIER-NAME(DF-EB-SUB)
135670             "  " DF-EB-FUNDED-EDIT "  " DF-EB-ACTUAL-EDIT
135680             "  " DF-EB-VACANT-EDIT "  " DF-EB-OVER-EDIT
135690             delimited by size into ESTRPT-LINE
135700     else
135710         string DF-EB-PRINT-DEPT "  " DF-EB-TIER-NAME(DF-EB-SUB)
135720             "  " DF-EB-FUNDED-EDIT "  " DF-EB-ACTUAL-EDIT
135730             "  " DF-EB-VACANT-EDIT "  " DF-EB-OVER-EDIT
135740             "  ** OVER ESTABLISHMENT"
135750             delimited by size into ESTRPT-LINE
135760     end-if.
135770     perform 7269-WRITE-ESTRPT-LINE thru 7269-EXIT.
135780     move spaces to DF-EB-PRINT-DEPT.
135790 7267-EXIT.
135800     exit.

135810 7269-WRITE-ESTRPT-LINE.
135820     write ESTRPT-LINE.
135830     if DF-ESTRPT-STATUS not = "00"
135840         perform 9900-ABEND thru 9900-EXIT
135850     end-if.
135860 7269-EXIT.
135870     exit.

135880****************************************************************
135890* 7300-BANK-MENU - each person's bank account for the net pay  *
135900* credit.  Every add, change and removal goes on AUDITLOG and  *
135910* is held as pending until the changed bank details report has *
135920* listed it - that report runs ahead of every register, so no  *
135930* change reaches the bank without being seen first.  The whole *
135940* option sits behind the HR role.                              *
135950****************************************************************
135960 7300-BANK-MENU.
135970     display "A)DD  U)PDATE  D)ELETE  I)NQUIRE  C)HANGED DETAILS "
135980         "REPORT  R)ETURN : " with no advancing.
135990     accept DF-BA-CHOICE.
136000     evaluate DF-BA-CHOICE
136010         when "A"
136020             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
136030             perform 7311-ADD-BANK thru 7311-EXIT
136040         when "a"
136050             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
136060             perform 7311-ADD-BANK thru 7311-EXIT
136070         when "U"
136080             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
136090             perform 7312-UPDATE-BANK thru 7312-EXIT
136100         when "u"
136110             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
136120             perform 7312-UPDATE-BANK thru 7312-EXIT
136130         when "D"
136140             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
136150             perform 7313-DELETE-BANK thru 7313-EXIT
136160         when "d"
136170             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
136180             perform 7313-DELETE-BANK thru 7313-EXIT
136190         when "I"
136200             perform 7314-INQUIRE-BANK thru 7314-EXIT
136210         when "i"
136220             perform 7314-INQUIRE-BANK thru 7314-EXIT
136230         when "C"
136240             perform 7320-CHANGED-DETAILS-REPORT thru 7320-EXIT
136250             perform 8600-PAUSE thru 8600-EXIT
136260         when "c"
136270             perform 7320-CHANGED-DETAILS-REPORT thru 7320-EXIT
136280             perform 8600-PAUSE thru 8600-EXIT
136290         when other
136300             continue
136310     end-evaluate.
136320 7300-EXIT.
136330     exit.

136340*>   Captures the employee number and reads the person into the
136350*>   record area, so the audit entry names them.  Someone no
136360*>   longer on the staff file can still have their account
136370*>   looked at or removed, under a blank position.
136380 7310-PROMPT-BANK-EMPLOYEE.
136390     move "N" to DF-BA-KEY-SWITCH.
136400     move "N" to DF-BA-STAFF-SWITCH.
136410     display "ENTER EMPLOYEE NUMBER: " with no advancing.
136420     move zero to DF-BA-EMP.
136430     accept DF-BA-EMP.
136440     if DF-BA-EMP = zero
136450         display "NOTHING ENTERED"
136460         go to 7310-EXIT
136470     end-if.
136480     move DF-BA-EMP to EM-EMP-NUM.
136490     read stafffile record
136500         invalid key
136510             continue
136520     end-read.
136530     if FILE-STATUS = "00"
136540         move "Y" to DF-BA-STAFF-SWITCH
136550     else
136560         if FILE-STATUS not = "23"
136570             perform 9900-ABEND thru 9900-EXIT
136580         end-if
136590         move space to EM-POSITION
136600         move DF-BA-EMP to EM-EMP-NUM
136610     end-if.
136620     move "Y" to DF-BA-KEY-SWITCH.
136630 7310-EXIT.
136640     exit.

136650*>   A removed account not yet reported can be put back - that
136660*>   is a change from the details removed, not a new account.
136670 7311-ADD-BANK.
136680     perform 7310-PROMPT-BANK-EMPLOYEE thru 7310-EXIT.
136690     if not DF-BA-KEY-OK
136700         go to 7311-EXIT
136710     end-if.
136720     if not DF-BA-ON-STAFF
136730         display "NO RECORD FOUND FOR EMPLOYEE NUMBER " DF-BA-EMP
136740         go to 7311-EXIT
136750     end-if.
136760     perform 7317-READ-BANK-WITH-LOCK thru 7317-EXIT.
136770     if DF-BANK-STATUS = "51" or DF-BANK-STATUS = "99"
136780         go to 7311-EXIT
136790     end-if.
136800     if DF-BA-FOUND and not BA-PENDING-REMOVE
136810         display "BANK DETAILS ALREADY ON FILE - USE U)PDATE"
136820         unlock bankfile
136830         go to 7311-EXIT
136840     end-if.
136850     perform 7316-PROMPT-BANK-DETAILS thru 7316-EXIT.
136860     if not DF-BA-ENTRY-OK
136870         if DF-BA-FOUND
136880             unlock bankfile
136890         end-if
136900         go to 7311-EXIT
136910     end-if.

136920     if DF-BA-FOUND
136930         compute DF-AUDIT-BEFORE-SALARY =
136940             BA-SORT-CODE * 100000000 + BA-ACCOUNT-NUM
136950         move BA-DETAILS to BA-PREV-DETAILS
136960         perform 7318-SET-NEW-DETAILS thru 7318-EXIT
136970         move "C" to BA-PENDING
136980         rewrite BANK-REC
136990             invalid key
137000                 display "BANK DETAILS COULD NOT BE REWRITTEN"
137010                 unlock bankfile
137020                 go to 7311-EXIT
137030         end-rewrite
137040     else
137050         move zero to DF-AUDIT-BEFORE-SALARY
137060         initialize BANK-REC
137070         move DF-BA-EMP to BA-EMP-NUM
137080         perform 7318-SET-NEW-DETAILS thru 7318-EXIT
137090         move "A" to BA-PENDING
137100         write BANK-REC
137110             invalid key
137120                 display "BANK DETAILS ALREADY ON FILE"
137130                 go to 7311-EXIT
137140         end-write
137150     end-if.
137160     if DF-BANK-STATUS not = "00"
137170         perform 9900-ABEND thru 9900-EXIT
137180     end-if.
137190     move "BANKADD" to DF-AUDIT-ACTION.
137200     perform 7315-AUDIT-BANK thru 7315-EXIT.
137210     display "BANK DETAILS ADDED".
137220 7311-EXIT.
137230     exit.

137240*>   A change keeps the details it replaces, so the account
137250*>   being paid today goes on being paid until the new one
137260*>   comes into force.  When the details being replaced were
137270*>   themselves not yet in force, the ones before them stay as
137280*>   the previous details.
137290 7312-UPDATE-BANK.
137300     perform 7310-PROMPT-BANK-EMPLOYEE thru 7310-EXIT.
137310     if not DF-BA-KEY-OK
137320         go to 7312-EXIT
137330     end-if.
137340     perform 7317-READ-BANK-WITH-LOCK thru 7317-EXIT.
137350     if not DF-BA-FOUND
137360         if DF-BANK-STATUS = "23"
137370             display "NO BANK DETAILS ON FILE FOR " DF-BA-EMP
137380         end-if
137390         go to 7312-EXIT
137400     end-if.
137410     if BA-PENDING-REMOVE
137420         display "BANK DETAILS HAVE BEEN REMOVED - USE A)DD"
137430         unlock bankfile
137440         go to 7312-EXIT
137450     end-if.
137460     perform 7319-SHOW-BANK thru 7319-EXIT.
137470     display "ENTER THE NEW DETAILS".
137480     perform 7316-PROMPT-BANK-DETAILS thru 7316-EXIT.
137490     if not DF-BA-ENTRY-OK
137500         unlock bankfile
137510         go to 7312-EXIT
137520     end-if.
137530     compute DF-AUDIT-BEFORE-SALARY =
137540         BA-SORT-CODE * 100000000 + BA-ACCOUNT-NUM.
137550     if BA-EFFECTIVE-DATE not > DF-BA-TODAY
137560         move BA-DETAILS to BA-PREV-DETAILS
137570     end-if.
137580     perform 7318-SET-NEW-DETAILS thru 7318-EXIT.
137590     if not BA-PENDING-ADD
137600         move "C" to BA-PENDING
137610     end-if.
137620     rewrite BANK-REC
137630         invalid key
137640             display "BANK DETAILS COULD NOT BE REWRITTEN"
137650             unlock bankfile
137660             go to 7312-EXIT
137670     end-rewrite.
137680     if DF-BANK-STATUS not = "00"
137690         perform 9900-ABEND thru 9900-EXIT
137700     end-if.
137710     move "BANKCHG" to DF-AUDIT-ACTION.
137720     perform 7315-AUDIT-BANK thru 7315-EXIT.
137730     display "BANK DETAILS UPDATED".
137740 7312-EXIT.
137750     exit.

137760*>   A removal stays on file, marked, until the changed details
137770*>   report has listed it; the register pays no-one from a
137780*>   removed account.
137790 7313-DELETE-BANK.
137800     perform 7310-PROMPT-BANK-EMPLOYEE thru 7310-EXIT.
137810     if not DF-BA-KEY-OK
137820         go to 7313-EXIT
137830     end-if.
137840     perform 7317-READ-BANK-WITH-LOCK thru 7317-EXIT.
137850     if not DF-BA-FOUND
137860         if DF-BANK-STATUS = "23"
137870             display "NO BANK DETAILS ON FILE FOR " DF-BA-EMP
137880         end-if
137890         go to 7313-EXIT
137900     end-if.
137910     if BA-PENDING-REMOVE
137920         display "BANK DETAILS ALREADY REMOVED"
137930         unlock bankfile
137940         go to 7313-EXIT
137950     end-if.
137960     perform 7319-SHOW-BANK thru 7319-EXIT.
137970     display "CONFIRM REMOVAL OF BANK DETAILS FOR " DF-BA-EMP
137980         " (Y/N): " with no advancing.
137990     accept DF-CONFIRM.
138000     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
138010         display "DELETE CANCELLED"
138020         unlock bankfile
138030         go to 7313-EXIT
138040     end-if.
138050     compute DF-AUDIT-BEFORE-SALARY =
138060         BA-SORT-CODE * 100000000 + BA-ACCOUNT-NUM.
138070     move "D" to BA-PENDING.
138080     move DF-ACTING-EMP-CODE to BA-CHANGED-BY.
138090     move DF-BA-TODAY to BA-CHANGED-DATE.
138100     rewrite BANK-REC
138110         invalid key
138120             display "BANK DETAILS COULD NOT BE REMOVED"
138130             unlock bankfile
138140             go to 7313-EXIT
138150     end-rewrite.
138160     if DF-BANK-STATUS not = "00"
138170         perform 9900-ABEND thru 9900-EXIT
138180     end-if.
138190     move "BANKDEL" to DF-AUDIT-ACTION.
138200     move zero to DF-AUDIT-AFTER-SALARY.
138210     move spaces to DF-AUDIT-BEFORE-DEPT.
138220     move spaces to DF-AUDIT-AFTER-DEPT.
138230     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
138240     display "BANK DETAILS REMOVED".
138250 7313-EXIT.
138260     exit.

138270 7314-INQUIRE-BANK.
138280     perform 7310-PROMPT-BANK-EMPLOYEE thru 7310-EXIT.
138290     if not DF-BA-KEY-OK
138300         go to 7314-EXIT
138310     end-if.
138320     move DF-BA-EMP to BA-EMP-NUM.
138330     read bankfile record
138340         invalid key
138350             display "NO BANK DETAILS ON FILE FOR " DF-BA-EMP
138360             go to 7314-EXIT
138370     end-read.
138380     if DF-BANK-STATUS not = "00"
138390         perform 9900-ABEND thru 9900-EXIT
138400     end-if.
138410     perform 7319-SHOW-BANK thru 7319-EXIT.
138420     perform 8600-PAUSE thru 8600-EXIT.
138430 7314-EXIT.
138440     exit.

138450*>   The audit entry for an add or change.  AUDITLOG has no room
138460*>   for an account, so its salary fields carry the sort code
138470*>   and account number run together - before and after - and
138480*>   its department fields are left blank.
138490 7315-AUDIT-BANK.
138500     move spaces to DF-AUDIT-BEFORE-DEPT.
138510     move spaces to DF-AUDIT-AFTER-DEPT.
138520     compute DF-AUDIT-AFTER-SALARY =
138530         BA-SORT-CODE * 100000000 + BA-ACCOUNT-NUM.
138540     perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT.
138550 7315-EXIT.
138560     exit.

138570*>   Keys and checks a full set of details into the DF-BA-NEW
138580*>   fields.  A sort code is six digits and an account number
138590*>   eight; a blank effective date means today.
138600 7316-PROMPT-BANK-DETAILS.
138610     move "N" to DF-BA-ENTRY-SWITCH.
138620     display "SORT CODE (6 DIGITS): " with no advancing.
138630     move spaces to DF-BA-SORT-TEXT.
138640     accept DF-BA-SORT-TEXT.
138650     if DF-BA-SORT-TEXT not numeric
138660         display "SORT CODE MUST BE SIX DIGITS"
138670         go to 7316-EXIT
138680     end-if.
138690     move DF-BA-SORT-TEXT to DF-BA-NEW-SORT.
138700     if DF-BA-NEW-SORT = zero
138710         display "SORT CODE MUST BE SIX DIGITS"
138720         go to 7316-EXIT
138730     end-if.
138740     display "ACCOUNT NUMBER (8 DIGITS): " with no advancing.
138750     move spaces to DF-BA-ACCOUNT-TEXT.
138760     accept DF-BA-ACCOUNT-TEXT.
138770     if DF-BA-ACCOUNT-TEXT not numeric
138780         display "ACCOUNT NUMBER MUST BE EIGHT DIGITS"
138790         go to 7316-EXIT
138800     end-if.
138810     move DF-BA-ACCOUNT-TEXT to DF-BA-NEW-ACCOUNT.
138820     display "ACCOUNT NAME: " with no advancing.
138830     move spaces to DF-BA-NEW-NAME.
138840     accept DF-BA-NEW-NAME.
138850     if DF-BA-NEW-NAME = spaces
138860         display "ACCOUNT NAME IS REQUIRED"
138870         go to 7316-EXIT
138880     end-if.
138890     display "IN FORCE FROM YYYYMMDD (ENTER FOR TODAY): "
138900         with no advancing.
138910     move spaces to DF-BA-EFF-TEXT.
138920     accept DF-BA-EFF-TEXT.
138930     if DF-BA-EFF-TEXT = spaces
138940         move DF-BA-TODAY to DF-BA-NEW-EFFECTIVE
138950     else
138960         if DF-BA-EFF-TEXT not numeric
138970             display "DATE MUST BE YYYYMMDD"
138980             go to 7316-EXIT
138990         end-if
139000         move DF-BA-EFF-TEXT to DF-BA-NEW-EFFECTIVE
139010     end-if.
139020     move "Y" to DF-BA-ENTRY-SWITCH.
139030 7316-EXIT.
139040     exit.

139050*>   Keyed read of DF-BA-EMP's bank details under the record's
139060*>   lock, ahead of a REWRITE.  Not on file leaves status 23.
139070 7317-READ-BANK-WITH-LOCK.
139080     move "N" to DF-BA-FOUND-SWITCH.
139090     accept DF-BA-TODAY from date yyyymmdd.
139100     move DF-BA-EMP to BA-EMP-NUM.
139110     read bankfile record with lock
139120         invalid key
139130             go to 7317-EXIT
139140     end-read.
139150     if DF-BANK-STATUS = "51" or DF-BANK-STATUS = "99"
139160         display "BANK DETAILS IN USE BY ANOTHER OPERATOR - TRY "
139170             "AGAIN IN A MOMENT"
139180         go to 7317-EXIT
139190     end-if.
139200     if DF-BANK-STATUS not = "00"
139210         perform 9900-ABEND thru 9900-EXIT
139220     end-if.
139230     move "Y" to DF-BA-FOUND-SWITCH.
139240 7317-EXIT.
139250     exit.

139260 7318-SET-NEW-DETAILS.
139270     move DF-BA-NEW-SORT to BA-SORT-CODE.
139280     move DF-BA-NEW-ACCOUNT to BA-ACCOUNT-NUM.
139290     move DF-BA-NEW-NAME to BA-ACCOUNT-NAME.
139300     move DF-BA-NEW-EFFECTIVE to BA-EFFECTIVE-DATE.
139310     move DF-ACTING-EMP-CODE to BA-CHANGED-BY.
139320     move DF-BA-TODAY to BA-CHANGED-DATE.
139330 7318-EXIT.
139340     exit.

139350 7319-SHOW-BANK.
139360     move BA-SORT-CODE to DF-BA-SORT-EDIT.
139370     display "EMPLOYEE " BA-EMP-NUM "  SORT CODE " DF-BA-SORT-EDIT
139380         "  ACCOUNT " BA-ACCOUNT-NUM.
139390     display "ACCOUNT NAME " BA-ACCOUNT-NAME "  IN FORCE FROM "
139400         BA-EFFECTIVE-DATE.
139410     if BA-PREV-SORT-CODE not = zero
139420         move BA-PREV-SORT-CODE to DF-BA-SORT-EDIT
139430         display "PREVIOUSLY  SORT CODE " DF-BA-SORT-EDIT
139440             "  ACCOUNT " BA-PREV-ACCOUNT-NUM "  "
139450             BA-PREV-ACCOUNT-NAME
139460     end-if.
139470     evaluate true
139480         when BA-PENDING-ADD
139490             display "ADDED - NOT YET REPORTED"
139500         when BA-PENDING-CHANGE
139510             display "CHANGED - NOT YET REPORTED"
139520         when BA-PENDING-REMOVE
139530             display "REMOVED - NOT YET REPORTED"
139540         when other
139550             continue
139560     end-evaluate.
139570     display "LAST CHANGED BY " BA-CHANGED-BY " ON "
139580         BA-CHANGED-DATE.
139590 7319-EXIT.
139600     exit.

139610****************************************************************
139620* 7320-CHANGED-DETAILS-REPORT - every bank account added,      *
139630* changed or removed since the report last ran, old details    *
139640* beside new, with who changed them.  Each one listed is       *
139650* marked reported, and a removed account comes off the file.   *
139660* The report file is only opened when there is something to    *
139670* list, so the last report stands until there is a new one.  A *
139680* record another operator holds is left for the next report.   *
139690****************************************************************
139700 7320-CHANGED-DETAILS-REPORT.
139710     move zero to DF-BA-REPORTED.
139720     move "N" to DF-BA-RPT-SWITCH.
139730     move "N" to DF-BA-SCAN-SWITCH.
139740     accept DF-BA-TODAY from date yyyymmdd.
139750     move zero to BA-EMP-NUM.
139760     start bankfile key is not less than BA-EMP-NUM
139770         invalid key
139780             move "Y" to DF-BA-SCAN-SWITCH
139790     end-start.
139800     perform 7321-REPORT-ONE-CHANGE thru 7321-EXIT
139810         until DF-BA-SCAN-DONE.
139820     if DF-BA-RPT-OPEN
139830         close bnkchgfile
139840         display "CHANGED BANK DETAILS: " DF-BA-REPORTED
139850             " - REPORT WRITTEN TO " DF-BNKCHG-PATH
139860     else
139870         display "NO BANK DETAIL CHANGES SINCE THE LAST REPORT"
139880     end-if.
139890 7320-EXIT.
139900     exit.

139910*>   The sequential read finds the changes; each is then read
139920*>   again by key under its lock, which leaves the file
139930*>   positioned on it for the next read.
139940 7321-REPORT-ONE-CHANGE.
139950     read bankfile next record
139960         at end
139970             move "Y" to DF-BA-SCAN-SWITCH
139980             go to 7321-EXIT
139990     end-read.
140000     if DF-BANK-STATUS not = "00"
140010         perform 9900-ABEND thru 9900-EXIT
140020     end-if.
140030     if BA-NOT-PENDING
140040         go to 7321-EXIT
140050     end-if.
140060     move BA-EMP-NUM to DF-BA-EMP.
140070     perform 7317-READ-BANK-WITH-LOCK thru 7317-EXIT.
140080     if not DF-BA-FOUND
140090         go to 7321-EXIT
140100     end-if.
140110     if not DF-BA-RPT-OPEN
140120         perform 7322-OPEN-CHANGES-REPORT thru 7322-EXIT
140130     end-if.

140140     move spaces to DF-BA-CHG-WORK.
140150     move BA-EMP-NUM to DF-BA-C-EMP.
140160     move BA-EMP-NUM to EM-EMP-NUM.
140170     read stafffile record
140180         invalid key
140190             continue
140200     end-read.
140210     if FILE-STATUS = "00"
140220         move EM-SURNAME to DF-BA-C-SURNAME
140230     else
140240         if FILE-STATUS not = "23"
140250             perform 9900-ABEND thru 9900-EXIT
140260         end-if
140270         move "NOT ON STAFF FILE" to DF-BA-C-SURNAME
140280     end-if.
140290     evaluate true
140300         when BA-PENDING-ADD
140310             move "NEW" to DF-BA-C-ACTION
140320             move BA-SORT-CODE to DF-BA-C-NEW-SORT
140330             move BA-ACCOUNT-NUM to DF-BA-C-NEW-ACCOUNT
140340         when BA-PENDING-CHANGE
140350             move "CHANGED" to DF-BA-C-ACTION
140360             move BA-PREV-SORT-CODE to DF-BA-C-OLD-SORT
140370             move BA-PREV-ACCOUNT-NUM to DF-BA-C-OLD-ACCOUNT
140380             move BA-SORT-CODE to DF-BA-C-NEW-SORT
140390             move BA-ACCOUNT-NUM to DF-BA-C-NEW-ACCOUNT
140400         when other
140410             move "REMOVED" to DF-BA-C-ACTION
140420             move BA-SORT-CODE to DF-BA-C-OLD-SORT
140430             move BA-ACCOUNT-NUM to DF-BA-C-OLD-ACCOUNT
140440     end-evaluate.
140450     move BA-ACCOUNT-NAME to DF-BA-C-NAME.
140460     move BA-EFFECTIVE-DATE to DF-BA-C-EFFECTIVE.
140470     move BA-CHANGED-BY to DF-BA-C-CHANGED-BY.
140480     move BA-CHANGED-DATE to DF-BA-C-CHANGED-DATE.
140490     move DF-BA-CHG-WORK to BNKCHG-LINE.
140500     perform 7329-WRITE-BNKCHG-LINE thru 7329-EXIT.
140510     add 1 to DF-BA-REPORTED.

140520     if BA-PENDING-REMOVE
140530         delete bankfile record
140540             invalid key
140550                 unlock bankfile
140560                 go to 7321-EXIT
140570         end-delete
140580     else
140590         move space to BA-PENDING
140600         rewrite BANK-REC
140610             invalid key
140620                 unlock bankfile
140630                 go to 7321-EXIT
140640         end-rewrite
140650     end-if.
140660     if DF-BANK-STATUS not = "00"
140670         perform 9900-ABEND thru 9900-EXIT
140680     end-if.
140690 7321-EXIT.
140700     exit.

140710 7322-OPEN-CHANGES-REPORT.
140720     open output bnkchgfile.
140730     if DF-BNKCHG-STATUS not = "00"
140740         perform 9900-ABEND thru 9900-EXIT
140750     end-if.
140760     move "Y" to DF-BA-RPT-SWITCH.
140770     move spaces to BNKCHG-LINE.
140780     string "CHANGED BANK DETAILS  RUN DATE " DF-BA-TODAY
140790         delimited by size into BNKCHG-LINE.
140800     perform 7329-WRITE-BNKCHG-LINE thru 7329-EXIT.
140810     move spaces to BNKCHG-LINE.
140820     perform 7329-WRITE-BNKCHG-LINE thru 7329-EXIT.
140830     move spaces to BNKCHG-LINE.
140840     string "EMP NO SURNAME              ACTION   OLD SORT  "
140850         "OLD ACCT  NEW SORT  NEW ACCT  ACCOUNT NAME       "
140860         "IN FORCE BY      ON"
140870         delimited by size into BNKCHG-LINE.
140880     perform 7329-WRITE-BNKCHG-LINE thru 7329-EXIT.
140890 7322-EXIT.
140900     exit.

140910 7329-WRITE-BNKCHG-LINE.
140920     write BNKCHG-LINE.
140930     if DF-BNKCHG-STATUS not = "00"
140940         perform 9900-ABEND thru 9900-EXIT
140950     end-if.
140960 7329-EXIT.
140970     exit.

140980****************************************************************
140990* 7330-CHECK-BANK-COVERAGE - before the register pays anyone,  *
141000* everyone it will pay must have an account in force on the    *
141010* run date.  Anyone without one is listed and the run stops -  *
141020* a credit cannot be sent nowhere, and leaving someone out     *
141030* would leave the payment file short of the register.          *
141040****************************************************************
141050 7330-CHECK-BANK-COVERAGE.
141060     move space to DF-BA-STOP-SWITCH.
141070     move zero to DF-BA-MISSING.
141080     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
141090     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
141100     perform 7331-CHECK-ONE-PERSON thru 7331-EXIT
141110         until DF-END-OF-FILE.
141120     if DF-BA-MISSING not = zero
141130         move "M" to DF-BA-STOP-SWITCH
141140         display "*** " DF-BA-MISSING " PERSON(S) HAVE NO BANK "
141150             "DETAILS IN FORCE - PAY REGISTER NOT RUN ***"
141160     end-if.
141170 7330-EXIT.
141180     exit.

141190 7331-CHECK-ONE-PERSON.
141200     if EM-POSITION = "E" or EM-POSITION = "M"
141210         or EM-POSITION = "X"
141220         perform 7335-FIND-PAYING-DETAILS thru 7335-EXIT
141230         if not DF-BA-PAYABLE
141240             add 1 to DF-BA-MISSING
141250             display "NO BANK DETAILS IN FORCE: " EM-CODE " "
141260                 EM-SURNAME
141270         end-if
141280     end-if.
141290     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
141300 7331-EXIT.
141310     exit.

141320*>   The account to pay the person in the record area on the
141330*>   run date: the current details once in force, otherwise
141340*>   the previous ones they replaced, if those are.
141350 7335-FIND-PAYING-DETAILS.
141360     move "N" to DF-BA-PAYABLE-SWITCH.
141370     move EM-EMP-NUM to BA-EMP-NUM.
141380     read bankfile record
141390         invalid key
141400             go to 7335-EXIT
141410     end-read.
141420     if DF-BANK-STATUS not = "00"
141430         perform 9900-ABEND thru 9900-EXIT
141440     end-if.
141450     if BA-PENDING-REMOVE
141460         go to 7335-EXIT
141470     end-if.
141480     if BA-EFFECTIVE-DATE not > DF-REG-DATE
141490         move BA-SORT-CODE to DF-BA-PAY-SORT
141500         move BA-ACCOUNT-NUM to DF-BA-PAY-ACCOUNT
141510         move BA-ACCOUNT-NAME to DF-BA-PAY-NAME
141520         move "Y" to DF-BA-PAYABLE-SWITCH
141530         go to 7335-EXIT
141540     end-if.
141550     if BA-PREV-SORT-CODE not = zero
141560         and BA-PREV-EFFECTIVE-DATE not > DF-REG-DATE
141570         move BA-PREV-SORT-CODE to DF-BA-PAY-SORT
141580         move BA-PREV-ACCOUNT-NUM to DF-BA-PAY-ACCOUNT
141590         move BA-PREV-ACCOUNT-NAME to DF-BA-PAY-NAME
141600         move "Y" to DF-BA-PAYABLE-SWITCH
141610     end-if.
141620 7335-EXIT.
141630     exit.

141640****************************************************************
141650* 7340-OPEN-BANK-PAYMENTS - the bank payment file: a header    *
141660* naming the company account and pay date, a credit per person *
141670* for their net pay, the contra debit for the credits' total   *
141680* back to the company account, and a trailer with the credit   *
141690* count, both totals and the hash total of the accounts paid.  *
141700****************************************************************
141710 7340-OPEN-BANK-PAYMENTS.
141720     move zero to DF-BA-CREDITS.
141730     move zero to DF-BA-NIL-NET.
141740     move zero to DF-BA-MISSING.
141750     move zero to DF-BA-PAY-TOTAL.
141760     move zero to DF-BA-HASH.
141770     open output bankpayfile.
141780     if DF-BANKPAY-STATUS not = "00"
141790         perform 9900-ABEND thru 9900-EXIT
141800     end-if.
141810     move spaces to DF-BP-WORK.
141820     move "H" to DF-BP-REC-TYPE.
141830     move DF-BA-ORIG-SORT to DF-BP-H-SORT.
141840     move DF-BA-ORIG-ACCOUNT to DF-BP-H-ACCOUNT.
141850     move DF-REG-DATE to DF-BP-H-PAY-DATE.
141860     move DF-YT-PERIOD to DF-BP-H-PERIOD.
141870     move "DFDSTAFF PAYROLL" to DF-BP-H-DESC.
141880     perform 7349-WRITE-BANKPAY-LINE thru 7349-EXIT.
141890 7340-EXIT.
141900     exit.

141910*>   One person's credit, for the net pay the register has just
141920*>   worked out.  Nobody is credited nothing.
141930 7342-WRITE-BANK-CREDIT.
141940     if DF-PAY-NET = zero
141950         add 1 to DF-BA-NIL-NET
141960         go to 7342-EXIT
141970     end-if.
141980     perform 7335-FIND-PAYING-DETAILS thru 7335-EXIT.
141990     if not DF-BA-PAYABLE
142000         add 1 to DF-BA-MISSING
142010         go to 7342-EXIT
142020     end-if.
142030     move spaces to DF-BP-WORK.
142040     move "C" to DF-BP-REC-TYPE.
142050     move DF-BA-PAY-SORT to DF-BP-SORT.
142060     move DF-BA-PAY-ACCOUNT to DF-BP-ACCOUNT.
142070     move DF-BA-PAY-NAME to DF-BP-NAME.
142080     move DF-PAY-NET to DF-BP-AMOUNT.
142090     string "PAY " DF-YT-PERIOD " " DF-REG-CODE
142100         delimited by size into DF-BP-REFERENCE.
142110     move DF-REG-DATE to DF-BP-PAY-DATE.
142120     perform 7349-WRITE-BANKPAY-LINE thru 7349-EXIT.
142130     add 1 to DF-BA-CREDITS.
142140     add DF-PAY-NET to DF-BA-PAY-TOTAL.
142150     add DF-BA-PAY-ACCOUNT to DF-BA-HASH.
142160 7342-EXIT.
142170     exit.

142180*>   The contra and trailer, then the proof: every person's
142190*>   net paid and the credits agreeing to the penny with the
142200*>   register's net control total.  A file out of proof is
142210*>   emptied so it cannot be sent.
142220 7345-CLOSE-BANK-PAYMENTS.
142230     move spaces to DF-BP-WORK.
142240     move "D" to DF-BP-REC-TYPE.
142250     move DF-BA-ORIG-SORT to DF-BP-SORT.
142260     move DF-BA-ORIG-ACCOUNT to DF-BP-ACCOUNT.
142270     move "DFDSTAFF PAYROLL" to DF-BP-NAME.
142280     move DF-BA-PAY-TOTAL to DF-BP-AMOUNT.
142290     move "CONTRA" to DF-BP-REFERENCE.
142300     move DF-REG-DATE to DF-BP-PAY-DATE.
142310     perform 7349-WRITE-BANKPAY-LINE thru 7349-EXIT.
142320     move spaces to DF-BP-WORK.
142330     move "T" to DF-BP-REC-TYPE.
142340     move DF-BA-CREDITS to DF-BP-T-CREDITS.
142350     move DF-BA-PAY-TOTAL to DF-BP-T-CREDIT-TOTAL.
142360     move DF-BA-PAY-TOTAL to DF-BP-T-DEBIT-TOTAL.
142370     move DF-BA-HASH to DF-BP-T-HASH.
142380     perform 7349-WRITE-BANKPAY-LINE thru 7349-EXIT.
142390     close bankpayfile.

142400     if DF-BA-MISSING not = zero
142410         or DF-BA-PAY-TOTAL not = DF-REG-GRAND-NET
142420         move "P" to DF-BA-STOP-SWITCH
142430         open output bankpayfile
142440         if DF-BANKPAY-STATUS not = "00"
142450             perform 9900-ABEND thru 9900-EXIT
142460         end-if
142470         close bankpayfile
142480     end-if.
142490 7345-EXIT.
142500     exit.

142510*>   The bank's figures under the register's own totals.
142520 7348-WRITE-BANK-CONTROL.
142530     move spaces to PAYREG-LINE.
142540     perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT.
142550     move DF-BA-CREDITS to DF-BA-COUNT-EDIT.
142560     move DF-BA-PAY-TOTAL to DF-BA-TOTAL-EDIT.
142570     move spaces to PAYREG-LINE.
142580     string "BANK CREDITS " DF-BA-COUNT-EDIT "  TOTAL "
142590         DF-BA-TOTAL-EDIT
142600         delimited by size into PAYREG-LINE.
142610     perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT.
142620     if DF-BA-NIL-NET not = zero
142630         move DF-BA-NIL-NET to DF-BA-COUNT-EDIT
142640         move spaces to PAYREG-LINE
142650         string "NIL NET PAY - NO CREDIT " DF-BA-COUNT-EDIT
142660             delimited by size into PAYREG-LINE
142670         perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT
142680     end-if.
142690     if DF-BA-OUT-OF-PROOF
142700         move spaces to PAYREG-LINE
142710         string "*** BANK PAYMENTS DO NOT AGREE WITH NET PAY - "
142720             "PAYMENT FILE WITHDRAWN ***"
142730             delimited by size into PAYREG-LINE
142740     else
142750         move "BANK PAYMENTS AGREE WITH NET PAY" to PAYREG-LINE
142760     end-if.
142770     perform 7169-WRITE-PAYREG-LINE thru 7169-EXIT.
142780 7348-EXIT.
142790     exit.

142800 7349-WRITE-BANKPAY-LINE.
142810     move DF-BP-WORK to BANKPAY-LINE.
142820     write BANKPAY-LINE.
142830     if DF-BANKPAY-STATUS not = "00"
142840         perform 9900-ABEND thru 9900-EXIT
142850     end-if.
142860 7349-EXIT.
142870     exit.

142880****************************************************************
142890* 7400-SNAPSHOT-MENU - the month-end snapshots of the staff    *
142900* file and the movement report between any two of them.  The   *
142910* whole option sits behind the HR role.                        *
142920****************************************************************
142930 7400-SNAPSHOT-MENU.
142940     display "T)AKE SNAPSHOT  L)IST SNAPSHOTS  M)OVEMENT REPORT  "
142950         "R)ETURN : " with no advancing.
142960     accept DF-SN-CHOICE.
142970     evaluate DF-SN-CHOICE
142980         when "T"
142990             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
143000             perform 7410-TAKE-SNAPSHOT thru 7410-EXIT
143010         when "t"
143020             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
143030             perform 7410-TAKE-SNAPSHOT thru 7410-EXIT
143040         when "L"
143050             perform 7415-LIST-SNAPSHOTS thru 7415-EXIT
143060         when "l"
143070             perform 7415-LIST-SNAPSHOTS thru 7415-EXIT
143080         when "M"
143090             perform 7420-MOVEMENT-REPORT thru 7420-EXIT
143100         when "m"
143110             perform 7420-MOVEMENT-REPORT thru 7420-EXIT
143120         when other
143130             continue
143140     end-evaluate.
143150 7400-EXIT.
143160     exit.

143170*>   Keyed read of the control record of the snapshot taken on
143180*>   DF-SN-WALK-DATE.
143190 7405-READ-SNAP-CONTROL.
143200     move "N" to DF-SN-FOUND-SWITCH.
143210     move DF-SN-WALK-DATE to SN-DATE.
143220     move zero to SN-EMP-NUM.
143230     read snapfile record
143240         invalid key
143250             go to 7405-EXIT
143260     end-read.
143270     if DF-SNAP-STATUS not = "00"
143280         perform 9900-ABEND thru 9900-EXIT
143290     end-if.
143300     move "Y" to DF-SN-FOUND-SWITCH.
143310 7405-EXIT.
143320     exit.

143330****************************************************************
143340* 7410-TAKE-SNAPSHOT - freeze today's staff file under a date  *
143350* in the open pay period - today's, or the period's last day   *
143360* when the period is being run after its month is out - every  *
143370* record's image whatever its tier, then the control record    *
143380* with the per-tier counts and the salary hash.  A snapshot    *
143390* already taken on that date is only replaced deliberately -   *
143400* confirmed on-line, or DFRERUN=Y on an unattended run.        *
143410****************************************************************
143420 7410-TAKE-SNAPSHOT.
143430     move "N" to DF-SN-REFUSED-SWITCH.
143440*>   The month-end snapshot follows the period's GL postings.
143450     move 4 to DF-PC-STEP.
143460     perform 7610-CHECK-STEP thru 7610-EXIT.
143470     if DF-PC-REFUSED
143480         perform 8600-PAUSE thru 8600-EXIT
143490         go to 7410-EXIT
143500     end-if.
143510     accept DF-SN-DATE from date yyyymmdd.
143520     compute DF-PC-PERIOD = DF-SN-DATE / 100.
143530     if DF-PC-PERIOD not = DF-PC-OPEN-PERIOD
143540         move DF-PC-OPEN-PERIOD to DF-PC-PERIOD
143550         perform 7414-PERIOD-END-DATE thru 7414-EXIT
143560     end-if.
143570     move DF-SN-DATE to DF-SN-WALK-DATE.
143580     perform 7405-READ-SNAP-CONTROL thru 7405-EXIT.
143590     if DF-SN-FOUND
143600         display "A SNAPSHOT HAS ALREADY BEEN TAKEN ON "
143610             DF-SN-DATE
143620         if DF-BATCH-MODE
143630             if DF-YT-RERUN-REQUEST not = "Y"
143640                 display "SET DFRERUN=Y TO REPLACE IT"
143650                 move "Y" to DF-SN-REFUSED-SWITCH
143660                 go to 7410-EXIT
143670             end-if
143680         else
143690             display "REPLACE IT? (Y/N): " with no advancing
143700             accept DF-CONFIRM
143710             if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
143720                 display "SNAPSHOT NOT TAKEN"
143730                 move "Y" to DF-SN-REFUSED-SWITCH
143740                 go to 7410-EXIT
143750             end-if
143760         end-if
143770     end-if.
143780     perform 7412-CLEAR-SNAPSHOT thru 7412-EXIT.

143790     move zero to DF-SN-RECORDS.
143800     move zero to DF-SN-EMP-COUNT.
143810     move zero to DF-SN-MGR-COUNT.
143820     move zero to DF-SN-EXEC-COUNT.
143830     move zero to DF-SN-HASH.
143840     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
143850     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
143860     perform 7411-SNAP-ONE-RECORD thru 7411-EXIT
143870         until DF-END-OF-FILE.

143880     initialize SNAP-REC.
143890     move DF-SN-DATE to SN-DATE.
143900     move zero to SN-EMP-NUM.
143910     move DF-ACTING-EMP-CODE to SN-C-TAKEN-BY.
143920     accept SN-C-TAKEN-TIME from time.
143930     move DF-SN-RECORDS to SN-C-RECORDS.
143940     move DF-SN-EMP-COUNT to SN-C-EMP-COUNT.
143950     move DF-SN-MGR-COUNT to SN-C-MGR-COUNT.
143960     move DF-SN-EXEC-COUNT to SN-C-EXEC-COUNT.
143970     move DF-SN-HASH to SN-C-SALARY-HASH.
143980     write SNAP-REC.
143990     if DF-SNAP-STATUS not = "00"
144000         perform 9900-ABEND thru 9900-EXIT
144010     end-if.
144020     move 4 to DF-PC-STEP.
144030     perform 7615-RECORD-STEP thru 7615-EXIT.
144040     display "SNAPSHOT " DF-SN-DATE " TAKEN - RECORDS "
144050         DF-SN-RECORDS.
144060     display "EMPLOYEES " DF-SN-EMP-COUNT
144070         "  MANAGERS " DF-SN-MGR-COUNT
144080         "  EXECUTIVES " DF-SN-EXEC-COUNT.
144090     perform 8600-PAUSE thru 8600-EXIT.
144100 7410-EXIT.
144110     exit.

144120 7411-SNAP-ONE-RECORD.
144130     perform 7206-PLACE-RECORD thru 7206-EXIT.
144140     evaluate DF-EB-TIER
144150         when 1
144160             add 1 to DF-SN-EMP-COUNT
144170         when 2
144180             add 1 to DF-SN-MGR-COUNT
144190         when 3
144200             add 1 to DF-SN-EXEC-COUNT
144210         when other
144220             display "UNRECOGNIZED POSITION CODE COPIED TO "
144230                 "SNAPSHOT: " EM-POSITION
144240     end-evaluate.
144250     add DF-EB-SALARY to DF-SN-HASH.
144260     move DF-SN-DATE to SN-DATE.
144270     move EM-EMP-NUM to SN-EMP-NUM.
144280     move EXECUTIVE-REC to SN-IMAGE.
144290     write SNAP-REC.
144300     if DF-SNAP-STATUS not = "00"
144310         perform 9900-ABEND thru 9900-EXIT
144320     end-if.
144330     add 1 to DF-SN-RECORDS.
144340     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
144350 7411-EXIT.
144360     exit.

144370*>   Takes every record filed under DF-SN-DATE off the snapshot
144380*>   file - the one being replaced, or what is left of one that
144390*>   never got as far as its control record.
144400 7412-CLEAR-SNAPSHOT.
144410     move "N" to DF-SN-SCAN-SWITCH.
144420     move DF-SN-DATE to SN-DATE.
144430     move zero to SN-EMP-NUM.
144440     start snapfile key is not less than SN-KEY
144450         invalid key
144460             move "Y" to DF-SN-SCAN-SWITCH
144470     end-start.
144480     perform 7413-CLEAR-ONE-RECORD thru 7413-EXIT
144490         until DF-SN-SCAN-DONE.
144500 7412-EXIT.
144510     exit.

144520 7413-CLEAR-ONE-RECORD.
144530     read snapfile next record
144540         at end
144550             move "Y" to DF-SN-SCAN-SWITCH
144560             go to 7413-EXIT
144570     end-read.
144580     if DF-SNAP-STATUS not = "00"
144590         perform 9900-ABEND thru 9900-EXIT
144600     end-if.
144610     if SN-DATE not = DF-SN-DATE
144620         move "Y" to DF-SN-SCAN-SWITCH
144630         go to 7413-EXIT
144640     end-if.
144650     delete snapfile record
144660         invalid key
144670             perform 9900-ABEND thru 9900-EXIT
144680     end-delete.
144690 7413-EXIT.
144700     exit.
144710*>   The last day of the period in DF-PC-PERIOD, into
144720*>   DF-SN-DATE.
144730 7414-PERIOD-END-DATE.
144740     evaluate DF-PC-PW-MONTH
144750         when 4
144760         when 6
144770         when 9
144780         when 11
144790             move 30 to DF-SN-LAST-DAY
144800         when 2
144810             move 28 to DF-SN-LAST-DAY
144820             divide DF-PC-PW-YEAR by 4 giving DF-SN-QUOTIENT
144830                 remainder DF-SN-REMAINDER
144840             if DF-SN-REMAINDER = zero
144850                 move 29 to DF-SN-LAST-DAY
144860             end-if
144870             divide DF-PC-PW-YEAR by 100 giving DF-SN-QUOTIENT
144880                 remainder DF-SN-REMAINDER
144890             if DF-SN-REMAINDER = zero
144900                 move 28 to DF-SN-LAST-DAY
144910             end-if
144920             divide DF-PC-PW-YEAR by 400 giving DF-SN-QUOTIENT
144930                 remainder DF-SN-REMAINDER
144940             if DF-SN-REMAINDER = zero
144950                 move 29 to DF-SN-LAST-DAY
144960             end-if
144970         when other
144980             move 31 to DF-SN-LAST-DAY
144990     end-evaluate.
145000     compute DF-SN-DATE = DF-PC-PERIOD * 100 + DF-SN-LAST-DAY.
145010 7414-EXIT.
145020     exit.

145030 7415-LIST-SNAPSHOTS.
145040     move "Y" to DF-SN-LIST-SWITCH.
145050     move 99999999 to DF-SN-LIMIT.
145060     display "DATE      RECORDS  EMPLOYEES  MANAGERS  "
145070         "EXECUTIVES  TAKEN BY".
145080     perform 7416-FIND-LATEST-SNAPSHOT thru 7416-EXIT.
145090     move "N" to DF-SN-LIST-SWITCH.
145100     display "SNAPSHOTS ON FILE: " DF-SN-LISTED.
145110     perform 8600-PAUSE thru 8600-EXIT.
145120 7415-EXIT.
145130     exit.

145140****************************************************************
145150* 7416-FIND-LATEST-SNAPSHOT - walks the snapshots date by      *
145160* date, jumping from each control record past the rest of its  *
145170* date, and leaves the latest whole snapshot on or before      *
145180* DF-SN-LIMIT in DF-SN-LATEST - zero when there is none.  The  *
145190* list option shows each one on the way.                       *
145200****************************************************************
145210 7416-FIND-LATEST-SNAPSHOT.
145220     move zero to DF-SN-LATEST.
145230     move zero to DF-SN-LISTED.
145240     move "N" to DF-SN-SCAN-SWITCH.
145250     move zero to SN-DATE.
145260     move zero to SN-EMP-NUM.
145270     start snapfile key is not less than SN-KEY
145280         invalid key
145290             move "Y" to DF-SN-SCAN-SWITCH
145300     end-start.
145310     perform 7417-WALK-ONE-SNAPSHOT thru 7417-EXIT
145320         until DF-SN-SCAN-DONE.
145330 7416-EXIT.
145340     exit.

145350 7417-WALK-ONE-SNAPSHOT.
145360     read snapfile next record
145370         at end
145380             move "Y" to DF-SN-SCAN-SWITCH
145390             go to 7417-EXIT
145400     end-read.
145410     if DF-SNAP-STATUS not = "00"
145420         perform 9900-ABEND thru 9900-EXIT
145430     end-if.
145440     if SN-DATE > DF-SN-LIMIT
145450         move "Y" to DF-SN-SCAN-SWITCH
145460         go to 7417-EXIT
145470     end-if.
145480     if SN-EMP-NUM not = zero
145490         if DF-SN-LISTING
145500             display SN-DATE "  INCOMPLETE - NO CONTROL RECORD"
145510         end-if
145520     else
145530         move SN-DATE to DF-SN-LATEST
145540         add 1 to DF-SN-LISTED
145550         if DF-SN-LISTING
145560             display SN-DATE "  " SN-C-RECORDS "    "
145570                 SN-C-EMP-COUNT "  " SN-C-MGR-COUNT "   "
145580                 SN-C-EXEC-COUNT "     " SN-C-TAKEN-BY
145590         end-if
145600     end-if.
145610     move 999999 to SN-EMP-NUM.
145620     start snapfile key is greater than SN-KEY
145630         invalid key
145640             move "Y" to DF-SN-SCAN-SWITCH
145650     end-start.
145660 7417-EXIT.
145670     exit.

145680****************************************************************
145690* 7420-MOVEMENT-REPORT - who joined, left, came back, moved    *
145700* department, changed tier or changed salary between an        *
145710* opening and a closing snapshot, ending with the headcount    *
145720* reconciled by department and by tier.  The closing snapshot  *
145730* defaults to the latest and the opening one to the snapshot   *
145740* before it; an unattended run takes them from DFSNAPTO and    *
145750* DFSNAPFROM.  A leaver with no archive entry is flagged, and  *
145760* so is any reconciliation line that does not balance.         *
145770****************************************************************
145780 7420-MOVEMENT-REPORT.
145790     perform 7421-CHOOSE-SNAPSHOTS thru 7421-EXIT.
145800     if not DF-SN-DATES-OK
145810         if DF-BATCH-MODE
145820             move 8 to DF-RUN-RC
145830         end-if
145840         perform 8600-PAUSE thru 8600-EXIT
145850         go to 7420-EXIT
145860     end-if.
145870     move zero to DF-SN-STARTERS.
145880     move zero to DF-SN-LEAVERS.
145890     move zero to DF-SN-REINSTATED.
145900     move zero to DF-SN-TRANSFERS.
145910     move zero to DF-SN-PROMOTIONS.
145920     move zero to DF-SN-SALARY-CHANGES.
145930     move zero to DF-SN-UNARCHIVED.
145940     move zero to DF-SN-UNBALANCED.
145950     move zero to DF-SN-USED.
145960     move "N" to DF-SN-OVERFLOW-SWITCH.
145970     initialize DF-SN-TIER-TABLE.
145980     perform 7430-LOAD-ARCHIVE thru 7430-EXIT.

145990     open input snapprev.
146000     if DF-SNAPPREV-STATUS not = "00"
146010         perform 9900-ABEND thru 9900-EXIT
146020     end-if.
146030     open output movrptfile.
146040     if DF-MOVRPT-STATUS not = "00"
146050         perform 9900-ABEND thru 9900-EXIT
146060     end-if.
146070     move spaces to MOVRPT-LINE.
146080     string "STAFF MOVEMENTS FROM SNAPSHOT " DF-SN-FROM
146090         " TO SNAPSHOT " DF-SN-TO
146100         delimited by size into MOVRPT-LINE.
146110     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
146120     move spaces to MOVRPT-LINE.
146130     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
146140     move spaces to MOVRPT-LINE.
146150     string "CODE    SURNAME              MOVEMENT   FROM        "
146160         "      TO                NOTE"
146170         delimited by size into MOVRPT-LINE.
146180     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.

146190*>   The closing snapshot against the opening one, then the
146200*>   opening one against the closing.
146210     move "N" to DF-SN-SCAN-SWITCH.
146220     move DF-SN-TO to SN-DATE.
146230     move 1 to SN-EMP-NUM.
146240     start snapfile key is not less than SN-KEY
146250         invalid key
146260             move "Y" to DF-SN-SCAN-SWITCH
146270     end-start.
146280     perform 7440-CLOSING-ONE-PERSON thru 7440-EXIT
146290         until DF-SN-SCAN-DONE.
146300     move "N" to DF-SN-SCAN-SWITCH.
146310     move DF-SN-FROM to SP-DATE.
146320     move 1 to SP-EMP-NUM.
146330     start snapprev key is not less than SP-KEY
146340         invalid key
146350             move "Y" to DF-SN-SCAN-SWITCH
146360     end-start.
146370     perform 7450-OPENING-ONE-PERSON thru 7450-EXIT
146380         until DF-SN-SCAN-DONE.
146390     close snapprev.

146400     perform 7460-WRITE-RECONCILIATION thru 7460-EXIT.
146410     close movrptfile.

146420     display "MOVEMENT REPORT WRITTEN TO " DF-MOVRPT-PATH.
146430     display "STARTERS " DF-SN-STARTERS "  LEAVERS " DF-SN-LEAVERS
146440         "  REINSTATED " DF-SN-REINSTATED.
146450     display "TRANSFERS " DF-SN-TRANSFERS "  TIER CHANGES "
146460         DF-SN-PROMOTIONS "  SALARY CHANGES "
146470         DF-SN-SALARY-CHANGES.
146480     if DF-SN-UNARCHIVED not = zero
146490         display "*** LEAVERS NOT ON THE LEAVERS ARCHIVE: "
146500             DF-SN-UNARCHIVED
146510     end-if.
146520     if DF-SN-UNBALANCED not = zero
146530         display "*** HEADCOUNT LINES OUT OF BALANCE: "
146540             DF-SN-UNBALANCED
146550     end-if.
146560     perform 8600-PAUSE thru 8600-EXIT.
146570 7420-EXIT.
146580     exit.

146590*>   Settles the closing and opening snapshot dates and checks
146600*>   both are whole snapshots, the opening one the earlier.
146610 7421-CHOOSE-SNAPSHOTS.
146620     move "N" to DF-SN-DATES-SWITCH.
146630     if DF-BATCH-MODE
146640         move DF-SN-TO-TEXT to DF-SN-DATE-TEXT
146650     else
146660         display "CLOSING SNAPSHOT DATE (ENTER FOR THE LATEST): "
146670             with no advancing
146680         move spaces to DF-SN-DATE-TEXT
146690         accept DF-SN-DATE-TEXT
146700     end-if.
146710     if DF-SN-DATE-TEXT = spaces
146720         move 99999999 to DF-SN-LIMIT
146730         perform 7416-FIND-LATEST-SNAPSHOT thru 7416-EXIT
146740         move DF-SN-LATEST to DF-SN-TO
146750     else
146760         if DF-SN-DATE-TEXT not numeric
146770             display "DATE MUST BE YYYYMMDD"
146780             go to 7421-EXIT
146790         end-if
146800         move DF-SN-DATE-TEXT to DF-SN-TO
146810     end-if.
146820     if DF-SN-TO = zero
146830         display "NO SNAPSHOTS ON FILE"
146840         go to 7421-EXIT
146850     end-if.

146860     if DF-BATCH-MODE
146870         move DF-SN-FROM-TEXT to DF-SN-DATE-TEXT
146880     else
146890         display "OPENING SNAPSHOT DATE (ENTER FOR THE ONE "
146900             "BEFORE): " with no advancing
146910         move spaces to DF-SN-DATE-TEXT
146920         accept DF-SN-DATE-TEXT
146930     end-if.
146940     if DF-SN-DATE-TEXT = spaces
146950         compute DF-SN-LIMIT = DF-SN-TO - 1
146960         perform 7416-FIND-LATEST-SNAPSHOT thru 7416-EXIT
146970         move DF-SN-LATEST to DF-SN-FROM
146980     else
146990         if DF-SN-DATE-TEXT not numeric
147000             display "DATE MUST BE YYYYMMDD"
147010             go to 7421-EXIT
147020         end-if
147030         move DF-SN-DATE-TEXT to DF-SN-FROM
147040     end-if.
147050     if DF-SN-FROM = zero
147060         display "NO EARLIER SNAPSHOT TO COMPARE " DF-SN-TO
147070             " WITH"
147080         go to 7421-EXIT
147090     end-if.
147100     if DF-SN-FROM not < DF-SN-TO
147110         display "OPENING SNAPSHOT MUST BE EARLIER THAN THE "
147120             "CLOSING ONE"
147130         go to 7421-EXIT
147140     end-if.

147150     move DF-SN-TO to DF-SN-WALK-DATE.
147160     perform 7405-READ-SNAP-CONTROL thru 7405-EXIT.
147170     if not DF-SN-FOUND
147180         display "NO SNAPSHOT ON FILE FOR " DF-SN-TO
147190         go to 7421-EXIT
147200     end-if.
147210     move DF-SN-FROM to DF-SN-WALK-DATE.
147220     perform 7405-READ-SNAP-CONTROL thru 7405-EXIT.
147230     if not DF-SN-FOUND
147240         display "NO SNAPSHOT ON FILE FOR " DF-SN-FROM
147250         go to 7421-EXIT
147260     end-if.
147270     move "Y" to DF-SN-DATES-SWITCH.
147280 7421-EXIT.
147290     exit.

147300*>   Each person's latest leaving date on or before the closing
147310*>   snapshot.  A site that has never deleted anyone has no
147320*>   archive, and every leaver is flagged.
147330 7430-LOAD-ARCHIVE.
147340     move zero to DF-SN-ARCH-USED.
147350     move "N" to DF-SN-ARCH-FULL-SWITCH.
147360     open input archfile.
147370     if DF-ARCH-STATUS = "35" or DF-ARCH-STATUS = "05"
147380         display "NO LEAVERS ARCHIVE FOUND AT " DF-ARCH-PATH
147390         close archfile
147400         go to 7430-EXIT
147410     end-if.
147420     if DF-ARCH-STATUS not = "00"
147430         perform 9900-ABEND thru 9900-EXIT
147440     end-if.
147450     move "N" to DF-ARCH-EOF-SWITCH.
147460     perform 7431-LOAD-ONE-LEAVER thru 7431-EXIT
147470         until DF-ARCH-END-OF-FILE.
147480     close archfile.
147490     if DF-SN-ARCH-FULL
147500         display "*** LEAVERS ARCHIVE TOO LARGE FOR THE MOVEMENT "
147510             "REPORT - LATER LEAVERS NOT CHECKED ***"
147520     end-if.
147530 7430-EXIT.
147540     exit.

147550 7431-LOAD-ONE-LEAVER.
147560     read archfile
147570         at end
147580             move "Y" to DF-ARCH-EOF-SWITCH
147590             go to 7431-EXIT
147600     end-read.
147610     if DF-ARCH-STATUS not = "00"
147620         perform 9900-ABEND thru 9900-EXIT
147630     end-if.
147640     if AR-LEAVING-DATE > DF-SN-TO
147650         go to 7431-EXIT
147660     end-if.
147670     move AR-IMAGE(2:6) to DF-SN-LOOK-EMP.
147680     perform 7435-FIND-LEAVER thru 7435-EXIT.
147690     if DF-SN-AX not = zero
147700         if AR-LEAVING-DATE > DF-SN-A-DATE(DF-SN-AX)
147710             move AR-LEAVING-DATE to DF-SN-A-DATE(DF-SN-AX)
147720         end-if
147730         go to 7431-EXIT
147740     end-if.
147750     if DF-SN-ARCH-USED not < 5000
147760         move "Y" to DF-SN-ARCH-FULL-SWITCH
147770         go to 7431-EXIT
147780     end-if.
147790     add 1 to DF-SN-ARCH-USED.
147800     move DF-SN-LOOK-EMP to DF-SN-A-EMP(DF-SN-ARCH-USED).
147810     move AR-LEAVING-DATE to DF-SN-A-DATE(DF-SN-ARCH-USED).
147820 7431-EXIT.
147830     exit.

147840*>   Finds DF-SN-LOOK-EMP among the archived leavers - DF-SN-AX
147850*>   and DF-SN-ARCH-DATE come back zero when they are not there.
147860 7435-FIND-LEAVER.
147870     move zero to DF-SN-AX.
147880     move zero to DF-SN-ARCH-DATE.
147890     perform 7436-SEARCH-ONE-LEAVER thru 7436-EXIT
147900         varying DF-SN-SUB from 1 by 1
147910         until DF-SN-SUB > DF-SN-ARCH-USED or DF-SN-AX not = zero.
147920 7435-EXIT.
147930     exit.

147940 7436-SEARCH-ONE-LEAVER.
147950     if DF-SN-A-EMP(DF-SN-SUB) = DF-SN-LOOK-EMP
147960         move DF-SN-SUB to DF-SN-AX
147970         move DF-SN-A-DATE(DF-SN-SUB) to DF-SN-ARCH-DATE
147980     end-if.
147990 7436-EXIT.
148000     exit.

148010*>   One person in the closing snapshot: a starter or a
148020*>   reinstatement when the opening snapshot does not have them,
148030*>   otherwise checked for a move.
148040 7440-CLOSING-ONE-PERSON.
148050     read snapfile next record
148060         at end
148070             move "Y" to DF-SN-SCAN-SWITCH
148080             go to 7440-EXIT
148090     end-read.
148100     if DF-SNAP-STATUS not = "00"
148110         perform 9900-ABEND thru 9900-EXIT
148120     end-if.
148130     if SN-DATE not = DF-SN-TO
148140         move "Y" to DF-SN-SCAN-SWITCH
148150         go to 7440-EXIT
148160     end-if.
148170     move SN-IMAGE to EXECUTIVE-REC.
148180     perform 7206-PLACE-RECORD thru 7206-EXIT.
148190     if DF-EB-TIER = zero
148200         go to 7440-EXIT
148210     end-if.
148220     move DF-EB-TIER to DF-SN-NEW-TIER.
148230     move DF-EB-REC-DEPT to DF-SN-NEW-DEPT.
148240     move DF-EB-SALARY to DF-SN-NEW-SALARY.
148250     move spaces to DF-SN-MOVE-WORK.
148260     move EM-CODE to DF-SN-M-CODE.
148270     move EM-SURNAME to DF-SN-M-SURNAME.
148280     move DF-SN-NEW-DEPT to DF-SN-LOOK-DEPT.
148290     perform 7465-FIND-OR-ADD-DEPT thru 7465-EXIT.
148300     if DF-SN-DX not = zero
148310         add 1 to DF-SN-D-CLOSE(DF-SN-DX)
148320     end-if.
148330     add 1 to DF-SN-T-CLOSE(DF-SN-NEW-TIER).

148340     move DF-SN-FROM to SP-DATE.
148350     move SN-EMP-NUM to SP-EMP-NUM.
148360     read snapprev record
148370         invalid key
148380             perform 7441-NEW-ON-FILE thru 7441-EXIT
148390             go to 7440-EXIT
148400     end-read.
148410     if DF-SNAPPREV-STATUS not = "00"
148420         perform 9900-ABEND thru 9900-EXIT
148430     end-if.
148440     move SP-IMAGE to EXECUTIVE-REC.
148450     perform 7206-PLACE-RECORD thru 7206-EXIT.
148460     move DF-EB-TIER to DF-SN-OLD-TIER.
148470     move DF-EB-REC-DEPT to DF-SN-OLD-DEPT.
148480     move DF-EB-SALARY to DF-SN-OLD-SALARY.
148490     if DF-SN-OLD-TIER = zero
148500         go to 7440-EXIT
148510     end-if.

148520     if DF-SN-OLD-DEPT not = DF-SN-NEW-DEPT
148530         add 1 to DF-SN-TRANSFERS
148540         if DF-SN-DX not = zero
148550             add 1 to DF-SN-D-IN(DF-SN-DX)
148560         end-if
148570         move DF-SN-OLD-DEPT to DF-SN-LOOK-DEPT
148580         perform 7465-FIND-OR-ADD-DEPT thru 7465-EXIT
148590         if DF-SN-DX not = zero
148600             add 1 to DF-SN-D-OUT(DF-SN-DX)
148610         end-if
148620         move "TRANSFER" to DF-SN-M-MOVEMENT
148630         move DF-SN-OLD-DEPT to DF-SN-M-FROM
148640         move DF-SN-NEW-DEPT to DF-SN-M-TO
148650         perform 7448-WRITE-MOVEMENT thru 7448-EXIT
148660     end-if.
148670     if DF-SN-OLD-TIER not = DF-SN-NEW-TIER
148680         add 1 to DF-SN-PROMOTIONS
148690         add 1 to DF-SN-T-OUT(DF-SN-OLD-TIER)
148700         add 1 to DF-SN-T-IN(DF-SN-NEW-TIER)
148710         if DF-SN-NEW-TIER > DF-SN-OLD-TIER
148720             move "PROMOTION" to DF-SN-M-MOVEMENT
148730         else
148740             move "DEMOTION" to DF-SN-M-MOVEMENT
148750         end-if
148760         move DF-EB-TIER-NAME(DF-SN-OLD-TIER) to DF-SN-M-FROM
148770         move DF-EB-TIER-NAME(DF-SN-NEW-TIER) to DF-SN-M-TO
148780         perform 7448-WRITE-MOVEMENT thru 7448-EXIT
148790     end-if.
148800     if DF-SN-OLD-SALARY not = DF-SN-NEW-SALARY
148810         add 1 to DF-SN-SALARY-CHANGES
148820         move "SALARY" to DF-SN-M-MOVEMENT
148830         move DF-SN-OLD-SALARY to DF-SN-MONEY-EDIT
148840         move DF-SN-MONEY-EDIT to DF-SN-M-FROM
148850         move DF-SN-NEW-SALARY to DF-SN-MONEY-EDIT
148860         move DF-SN-MONEY-EDIT to DF-SN-M-TO
148870         perform 7448-WRITE-MOVEMENT thru 7448-EXIT
148880     end-if.
148890 7440-EXIT.
148900     exit.

148910*>   Someone on the closing snapshot but not the opening one.
148920*>   An archive entry means they left before and have been
148930*>   reinstated; otherwise they are a starter.
148940 7441-NEW-ON-FILE.
148950     move SN-IMAGE(2:6) to DF-SN-LOOK-EMP.
148960     perform 7435-FIND-LEAVER thru 7435-EXIT.
148970     move spaces to DF-SN-M-TO.
148980     string DF-SN-NEW-DEPT " " DF-EB-TIER-NAME(DF-SN-NEW-TIER)
148990         delimited by size into DF-SN-M-TO.
149000     if DF-SN-ARCH-DATE not = zero
149010         add 1 to DF-SN-REINSTATED
149020         if DF-SN-DX not = zero
149030             add 1 to DF-SN-D-REINST(DF-SN-DX)
149040         end-if
149050         add 1 to DF-SN-T-REINST(DF-SN-NEW-TIER)
149060         move "REINSTATED" to DF-SN-M-MOVEMENT
149070         string "LEFT " DF-SN-ARCH-DATE
149080             delimited by size into DF-SN-M-NOTE
149090     else
149100         add 1 to DF-SN-STARTERS
149110         if DF-SN-DX not = zero
149120             add 1 to DF-SN-D-STARTERS(DF-SN-DX)
149130         end-if
149140         add 1 to DF-SN-T-STARTERS(DF-SN-NEW-TIER)
149150         move "STARTER" to DF-SN-M-MOVEMENT
149160     end-if.
149170     perform 7448-WRITE-MOVEMENT thru 7448-EXIT.
149180 7441-EXIT.
149190     exit.

149200 7448-WRITE-MOVEMENT.
149210     move DF-SN-MOVE-WORK to MOVRPT-LINE.
149220     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
149230     move spaces to DF-SN-M-MOVEMENT.
149240     move spaces to DF-SN-M-FROM.
149250     move spaces to DF-SN-M-TO.
149260     move spaces to DF-SN-M-NOTE.
149270 7448-EXIT.
149280     exit.

149290*>   One person in the opening snapshot: counted into the
149300*>   opening headcount, and a leaver when the closing snapshot
149310*>   does not have them - whose archive entry should show them
149320*>   leaving between the two.
149330 7450-OPENING-ONE-PERSON.
149340     read snapprev next record
149350         at end
149360             move "Y" to DF-SN-SCAN-SWITCH
149370             go to 7450-EXIT
149380     end-read.
149390     if DF-SNAPPREV-STATUS not = "00"
149400         perform 9900-ABEND thru 9900-EXIT
149410     end-if.
149420     if SP-DATE not = DF-SN-FROM
149430         move "Y" to DF-SN-SCAN-SWITCH
149440         go to 7450-EXIT
149450     end-if.
149460     move SP-IMAGE to EXECUTIVE-REC.
149470     perform 7206-PLACE-RECORD thru 7206-EXIT.
149480     if DF-EB-TIER = zero
149490         go to 7450-EXIT
149500     end-if.
149510     move DF-EB-TIER to DF-SN-OLD-TIER.
149520     move DF-EB-REC-DEPT to DF-SN-LOOK-DEPT.
149530     perform 7465-FIND-OR-ADD-DEPT thru 7465-EXIT.
149540     if DF-SN-DX not = zero
149550         add 1 to DF-SN-D-OPEN(DF-SN-DX)
149560     end-if.
149570     add 1 to DF-SN-T-OPEN(DF-SN-OLD-TIER).

149580     move DF-SN-TO to SN-DATE.
149590     move SP-EMP-NUM to SN-EMP-NUM.
149600     read snapfile record
149610         invalid key
149620             continue
149630     end-read.
149640     if DF-SNAP-STATUS = "00"
149650         go to 7450-EXIT
149660     end-if.
149670     if DF-SNAP-STATUS not = "23"
149680         perform 9900-ABEND thru 9900-EXIT
149690     end-if.

149700     add 1 to DF-SN-LEAVERS.
149710     if DF-SN-DX not = zero
149720         add 1 to DF-SN-D-LEAVERS(DF-SN-DX)
149730     end-if.
149740     add 1 to DF-SN-T-LEAVERS(DF-SN-OLD-TIER).
149750     move spaces to DF-SN-MOVE-WORK.
149760     move EM-CODE to DF-SN-M-CODE.
149770     move EM-SURNAME to DF-SN-M-SURNAME.
149780     move "LEAVER" to DF-SN-M-MOVEMENT.
149790     string DF-SN-LOOK-DEPT " " DF-EB-TIER-NAME(DF-SN-OLD-TIER)
149800         delimited by size into DF-SN-M-FROM.
149810     move SP-IMAGE(2:6) to DF-SN-LOOK-EMP.
149820     perform 7435-FIND-LEAVER thru 7435-EXIT.
149830     if DF-SN-ARCH-DATE > DF-SN-FROM
149840         string "ARCHIVED " DF-SN-ARCH-DATE
149850             delimited by size into DF-SN-M-NOTE
149860     else
149870         add 1 to DF-SN-UNARCHIVED
149880         move "*** NOT ON LEAVERS ARCHIVE" to DF-SN-M-NOTE
149890     end-if.
149900     perform 7448-WRITE-MOVEMENT thru 7448-EXIT.
149910 7450-EXIT.
149920     exit.

149930****************************************************************
149940* 7460-WRITE-RECONCILIATION - the headcount by department, in  *
149950* department order, then by tier: opening, plus starters,      *
149960* reinstatements and moves in, less leavers and moves out,     *
149970* against the closing headcount.                               *
149980****************************************************************
149990 7460-WRITE-RECONCILIATION.
150000     move spaces to MOVRPT-LINE.
150010     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150020     move DF-SN-STARTERS to DF-SN-COUNT-EDIT.
150030     move spaces to MOVRPT-LINE.
150040     string "STARTERS       " DF-SN-COUNT-EDIT
150050         delimited by size into MOVRPT-LINE.
150060     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150070     move DF-SN-LEAVERS to DF-SN-COUNT-EDIT.
150080     move spaces to MOVRPT-LINE.
150090     string "LEAVERS        " DF-SN-COUNT-EDIT
150100         delimited by size into MOVRPT-LINE.
150110     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150120     move DF-SN-REINSTATED to DF-SN-COUNT-EDIT.
150130     move spaces to MOVRPT-LINE.
150140     string "REINSTATED     " DF-SN-COUNT-EDIT
150150         delimited by size into MOVRPT-LINE.
150160     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150170     move DF-SN-TRANSFERS to DF-SN-COUNT-EDIT.
150180     move spaces to MOVRPT-LINE.
150190     string "TRANSFERS      " DF-SN-COUNT-EDIT
150200         delimited by size into MOVRPT-LINE.
150210     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150220     move DF-SN-PROMOTIONS to DF-SN-COUNT-EDIT.
150230     move spaces to MOVRPT-LINE.
150240     string "TIER CHANGES   " DF-SN-COUNT-EDIT
150250         delimited by size into MOVRPT-LINE.
150260     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150270     move DF-SN-SALARY-CHANGES to DF-SN-COUNT-EDIT.
150280     move spaces to MOVRPT-LINE.
150290     string "SALARY CHANGES " DF-SN-COUNT-EDIT
150300         delimited by size into MOVRPT-LINE.
150310     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150320     move spaces to MOVRPT-LINE.
150330     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150340     move "HEADCOUNT BY DEPARTMENT" to MOVRPT-LINE.
150350     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150360     perform 7463-WRITE-RECON-HEADING thru 7463-EXIT.
150370     move zero to DF-SN-PRINTED.
150380     perform 7461-PRINT-ONE-DEPT thru 7461-EXIT
150390         until DF-SN-PRINTED not < DF-SN-USED.
150400     if DF-SN-OVERFLOW
150410         move "*** MORE DEPARTMENTS THAN THE REPORT CAN HOLD ***"
150420             to MOVRPT-LINE
150430         perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT
150440         add 1 to DF-SN-UNBALANCED
150450     end-if.

150460     move spaces to MOVRPT-LINE.
150470     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150480     move "HEADCOUNT BY TIER" to MOVRPT-LINE.
150490     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150500     perform 7463-WRITE-RECON-HEADING thru 7463-EXIT.
150510     perform 7462-PRINT-ONE-TIER thru 7462-EXIT
150520         varying DF-SN-SUB from 1 by 1 until DF-SN-SUB > 3.
150530 7460-EXIT.
150540     exit.

150550*>   One pass picks the lowest department not yet printed.
150560 7461-PRINT-ONE-DEPT.
150570     move zero to DF-SN-IDX.
150580     perform 7466-FIND-LOWEST-DEPT thru 7466-EXIT
150590         varying DF-SN-SUB from 1 by 1
150600         until DF-SN-SUB > DF-SN-USED.
150610     move "Y" to DF-SN-D-DONE(DF-SN-IDX).
150620     add 1 to DF-SN-PRINTED.
150630     move DF-SN-D-COUNTS(DF-SN-IDX) to DF-SN-CUR.
150640     move spaces to DF-SN-REC-WORK.
150650     move DF-SN-D-DEPT(DF-SN-IDX) to DF-SN-R-NAME.
150660     perform 7464-WRITE-RECON-LINE thru 7464-EXIT.
150670 7461-EXIT.
150680     exit.

150690 7462-PRINT-ONE-TIER.
150700     move DF-SN-T-COUNTS(DF-SN-SUB) to DF-SN-CUR.
150710     move spaces to DF-SN-REC-WORK.
150720     move DF-EB-TIER-NAME(DF-SN-SUB) to DF-SN-R-NAME.
150730     perform 7464-WRITE-RECON-LINE thru 7464-EXIT.
150740 7462-EXIT.
150750     exit.

150760 7463-WRITE-RECON-HEADING.
150770     move spaces to MOVRPT-LINE.
150780     string "              OPENING  STARTERS    REINST  "
150790         " LEAVERS  MOVED IN MOVED OUT   CLOSING"
150800         delimited by size into MOVRPT-LINE.
150810     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
150820 7463-EXIT.
150830     exit.

150840*>   The line in DF-SN-CUR, checked.
150850 7464-WRITE-RECON-LINE.
150860     move DF-SN-C-OPEN to DF-SN-R-OPEN.
150870     move DF-SN-C-STARTERS to DF-SN-R-STARTERS.
150880     move DF-SN-C-REINST to DF-SN-R-REINST.
150890     move DF-SN-C-LEAVERS to DF-SN-R-LEAVERS.
150900     move DF-SN-C-IN to DF-SN-R-IN.
150910     move DF-SN-C-OUT to DF-SN-R-OUT.
150920     move DF-SN-C-CLOSE to DF-SN-R-CLOSE.
150930     if DF-SN-C-OPEN + DF-SN-C-STARTERS + DF-SN-C-REINST
150940         + DF-SN-C-IN - DF-SN-C-LEAVERS - DF-SN-C-OUT
150950         = DF-SN-C-CLOSE
150960         move "BALANCES" to DF-SN-R-CHECK
150970     else
150980         move "*** OUT OF BALANCE" to DF-SN-R-CHECK
150990         add 1 to DF-SN-UNBALANCED
151000     end-if.
151010     move DF-SN-REC-WORK to MOVRPT-LINE.
151020     perform 7499-WRITE-MOVRPT-LINE thru 7499-EXIT.
151030 7464-EXIT.
151040     exit.

151050*>   Finds DF-SN-LOOK-DEPT in the reconciliation table, adding
151060*>   it when it is not there yet.  DF-SN-DX comes back zero when
151070*>   the table is full.
151080 7465-FIND-OR-ADD-DEPT.
151090     move zero to DF-SN-DX.
151100     perform 7467-SEARCH-ONE-DEPT thru 7467-EXIT
151110         varying DF-SN-SUB from 1 by 1
151120         until DF-SN-SUB > DF-SN-USED or DF-SN-DX not = zero.
151130     if DF-SN-DX not = zero
151140         go to 7465-EXIT
151150     end-if.
151160     if DF-SN-USED not < 200
151170         move "Y" to DF-SN-OVERFLOW-SWITCH
151180         go to 7465-EXIT
151190     end-if.
151200     add 1 to DF-SN-USED.
151210     move DF-SN-USED to DF-SN-DX.
151220     initialize DF-SN-DEPT-ENTRY(DF-SN-DX).
151230     move DF-SN-LOOK-DEPT to DF-SN-D-DEPT(DF-SN-DX).
151240     move "N" to DF-SN-D-DONE(DF-SN-DX).
151250 7465-EXIT.
151260     exit.

151270 7466-FIND-LOWEST-DEPT.
151280     if DF-SN-D-DONE(DF-SN-SUB) = "Y"
151290         go to 7466-EXIT
151300     end-if.
151310     if DF-SN-IDX = zero
151320         move DF-SN-SUB to DF-SN-IDX
151330         go to 7466-EXIT
151340     end-if.
151350     if DF-SN-D-DEPT(DF-SN-SUB) < DF-SN-D-DEPT(DF-SN-IDX)
151360         move DF-SN-SUB to DF-SN-IDX
151370     end-if.
151380 7466-EXIT.
151390     exit.

151400 7467-SEARCH-ONE-DEPT.
151410     if DF-SN-D-DEPT(DF-SN-SUB) = DF-SN-LOOK-DEPT
151420         move DF-SN-SUB to DF-SN-DX
151430     end-if.
151440 7467-EXIT.
151450     exit.

151460 7499-WRITE-MOVRPT-LINE.
151470     write MOVRPT-LINE.
151480     if DF-MOVRPT-STATUS not = "00"
151490         perform 9900-ABEND thru 9900-EXIT
151500     end-if.
151510 7499-EXIT.
151520     exit.

151530****************************************************************
151540* 7500-DUPLICATE-REPORT - the likely-duplicates report.  Every *
151550* employee, manager and executive on file and every image on   *
151560* the leavers archive is compared with every other, on         *
151570* surname, first name, initials, date of birth, street and     *
151580* town, and each pair scoring DF-DU-THRESHOLD or more is       *
151590* listed, highest score first.  Records sharing an employee    *
151600* number are one person - a reinstated leaver's archive image  *
151610* is not a duplicate of them.  A staff record matching a       *
151620* leaver is flagged as a likely missed reinstatement.          *
151630****************************************************************
151640 7500-DUPLICATE-REPORT.
151650     move zero to DF-DU-USED.
151660     move zero to DF-DU-PAIR-USED.
151670     move zero to DF-DU-STAFF-READ.
151680     move zero to DF-DU-LEAVERS-READ.
151690     move "N" to DF-DU-FULL-SWITCH.
151700     move "N" to DF-DU-PAIRS-FULL-SWITCH.
151710     perform 7501-LOAD-STAFF thru 7501-EXIT.
151720     perform 7503-LOAD-LEAVERS thru 7503-EXIT.
151730     perform 7511-COMPARE-ENTRY thru 7511-EXIT
151740         varying DF-DU-I from 1 by 1 until DF-DU-I > DF-DU-USED.

151750     open output duprptfile.
151760     if DF-DUPRPT-STATUS not = "00"
151770         perform 9900-ABEND thru 9900-EXIT
151780     end-if.
151790     accept DF-DU-DATE-EDIT from date yyyymmdd.
151800     move DF-DU-THRESHOLD to DF-DU-SCORE-EDIT.
151810     move spaces to DUPRPT-LINE.
151820     string "LIKELY DUPLICATE PEOPLE AT " DF-DU-DATE-EDIT
151830         " - PAIRS SCORING " DF-DU-SCORE-EDIT " OR MORE"
151840         delimited by size into DUPRPT-LINE.
151850     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
151860     move spaces to DUPRPT-LINE.
151870     string "SCORES: SURNAME 30  FIRST NAME 20  INITIALS 10  "
151880         "DATE OF BIRTH 30  STREET 15  TOWN 5"
151890         delimited by size into DUPRPT-LINE.
151900     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
151910     move spaces to DUPRPT-LINE.
151920     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
151930     move spaces to DUPRPT-LINE.
151940     string "    SOURCE  CODE     SURNAME              FIRST NAME"
151950         "      INIT BORN     STREET                    TOWN"
151960         delimited by size into DUPRPT-LINE.
151970     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
151980     move spaces to DUPRPT-LINE.
151990     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.

152000     perform 7515-LIST-AT-SCORE thru 7515-EXIT
152010         varying DF-DU-RANK from 110 by -1
152020         until DF-DU-RANK < DF-DU-THRESHOLD.

152030     move DF-DU-STAFF-READ to DF-DU-COUNT-EDIT.
152040     move spaces to DUPRPT-LINE.
152050     string "STAFF RECORDS COMPARED    " DF-DU-COUNT-EDIT
152060         delimited by size into DUPRPT-LINE.
152070     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
152080     move DF-DU-LEAVERS-READ to DF-DU-COUNT-EDIT.
152090     move spaces to DUPRPT-LINE.
152100     string "ARCHIVED LEAVERS COMPARED " DF-DU-COUNT-EDIT
152110         delimited by size into DUPRPT-LINE.
152120     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
152130     move DF-DU-PAIR-USED to DF-DU-COUNT-EDIT.
152140     move spaces to DUPRPT-LINE.
152150     string "LIKELY DUPLICATE PAIRS    " DF-DU-COUNT-EDIT
152160         delimited by size into DUPRPT-LINE.
152170     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
152180     if DF-DU-TABLE-FULL
152190         move spaces to DUPRPT-LINE
152200         string "*** TOO MANY PEOPLE TO COMPARE - THOSE AFTER "
152210             "THE "
152220             "FIRST 3000 NOT CHECKED ***"
152230             delimited by size into DUPRPT-LINE
152240         perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT
152250     end-if.
152260     if DF-DU-PAIRS-FULL
152270         move spaces to DUPRPT-LINE
152280         string "*** MORE THAN 2000 PAIRS FOUND - LATER PAIRS "
152290             "NOT "
152300             "LISTED ***"
152310             delimited by size into DUPRPT-LINE
152320         perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT
152330     end-if.
152340     close duprptfile.

152350     display "LIKELY DUPLICATES REPORT WRITTEN TO "
152360         DF-DUPRPT-PATH.
152370     display "STAFF RECORDS " DF-DU-STAFF-READ "  LEAVERS "
152380         DF-DU-LEAVERS-READ "  LIKELY DUPLICATE PAIRS "
152390         DF-DU-PAIR-USED.
152400     if DF-DU-TABLE-FULL or DF-DU-PAIRS-FULL
152410         display "*** REPORT INCOMPLETE - SEE THE FOOT OF THE "
152420             "REPORT ***"
152430     end-if.
152440     perform 8600-PAUSE thru 8600-EXIT.
152450 7500-EXIT.
152460     exit.

152470*>   Everyone on file, walked on the matching run's own switch.
152480 7501-LOAD-STAFF.
152490     move "N" to DF-DU-SCAN-SWITCH.
152500     move zero to EM-EMP-NUM.
152510     start stafffile key is not less than EM-EMP-NUM
152520         invalid key
152530             move "Y" to DF-DU-SCAN-SWITCH
152540     end-start.
152550     perform 7502-LOAD-ONE-STAFF thru 7502-EXIT
152560         until DF-DU-SCAN-DONE.
152570 7501-EXIT.
152580     exit.

152590 7502-LOAD-ONE-STAFF.
152600     read stafffile next record
152610         at end
152620             move "Y" to DF-DU-SCAN-SWITCH
152630             go to 7502-EXIT
152640     end-read.
152650     if FILE-STATUS not = "00"
152660         perform 9900-ABEND thru 9900-EXIT
152670     end-if.
152680     if EM-POSITION not = "E" and EM-POSITION not = "M"
152690         and EM-POSITION not = "X"
152700         go to 7502-EXIT
152710     end-if.
152720     add 1 to DF-DU-STAFF-READ.
152730     if DF-DU-USED not < 3000
152740         move "Y" to DF-DU-FULL-SWITCH
152750         go to 7502-EXIT
152760     end-if.
152770     add 1 to DF-DU-USED.
152780     move "S" to DF-DU-T-SOURCE(DF-DU-USED).
152790     move EM-CODE to DF-DU-T-CODE(DF-DU-USED).
152800     move zero to DF-DU-T-LEFT(DF-DU-USED).
152810     perform 7505-BUILD-IDENTITY thru 7505-EXIT.
152820     move DF-DU-CAND to DF-DU-T-IDENT(DF-DU-USED).
152830 7502-EXIT.
152840     exit.

152850*>   Every image on the leavers archive.  A site that has never
152860*>   deleted anyone has no archive, and only staff are compared.
152870 7503-LOAD-LEAVERS.
152880     open input archfile.
152890     if DF-ARCH-STATUS = "35" or DF-ARCH-STATUS = "05"
152900         display "NO LEAVERS ARCHIVE FOUND AT " DF-ARCH-PATH
152910         close archfile
152920         go to 7503-EXIT
152930     end-if.
152940     if DF-ARCH-STATUS not = "00"
152950         perform 9900-ABEND thru 9900-EXIT
152960     end-if.
152970     move "N" to DF-ARCH-EOF-SWITCH.
152980     perform 7504-LOAD-ONE-LEAVER thru 7504-EXIT
152990         until DF-ARCH-END-OF-FILE.
153000     close archfile.
153010 7503-EXIT.
153020     exit.

153030 7504-LOAD-ONE-LEAVER.
153040     read archfile
153050         at end
153060             move "Y" to DF-ARCH-EOF-SWITCH
153070             go to 7504-EXIT
153080     end-read.
153090     if DF-ARCH-STATUS not = "00"
153100         perform 9900-ABEND thru 9900-EXIT
153110     end-if.
153120     add 1 to DF-DU-LEAVERS-READ.
153130     if DF-DU-USED not < 3000
153140         move "Y" to DF-DU-FULL-SWITCH
153150         go to 7504-EXIT
153160     end-if.
153170     move AR-IMAGE to EXECUTIVE-REC.
153180     add 1 to DF-DU-USED.
153190     move "L" to DF-DU-T-SOURCE(DF-DU-USED).
153200     move EM-CODE to DF-DU-T-CODE(DF-DU-USED).
153210     move AR-LEAVING-DATE to DF-DU-T-LEFT(DF-DU-USED).
153220     perform 7505-BUILD-IDENTITY thru 7505-EXIT.
153230     move DF-DU-CAND to DF-DU-T-IDENT(DF-DU-USED).
153240 7504-EXIT.
153250     exit.

153260*>   The matching identity of the record in the record area,
153270*>   into DF-DU-CAND.  Names and addresses sit at the same place
153280*>   in every tier; the date of birth does not.
153290 7505-BUILD-IDENTITY.
153300     move spaces to DF-DU-CAND.
153310     move EM-SURNAME to DF-DU-C-SURNAME.
153320     move EM-FIRST-NAME to DF-DU-C-FIRST.
153330     move EM-INITIALS to DF-DU-C-INITIALS.
153340     move EM-STREET to DF-DU-C-STREET.
153350     move EM-TOWN to DF-DU-C-TOWN.
153360     move zero to DF-DU-C-DOB.
153370     evaluate EM-POSITION
153380         when "E"
153390             move EM-DATE-OF-BIRTH to DF-DU-C-DOB
153400         when "M"
153410             move MN-DATE-OF-BIRTH to DF-DU-C-DOB
153420         when "X"
153430             move EX-DATE-OF-BIRTH to DF-DU-C-DOB
153440         when other
153450             continue
153460     end-evaluate.
153470     if DF-DU-C-DOB not numeric
153480         move zero to DF-DU-C-DOB
153490     end-if.
153500     inspect DF-DU-CAND converting
153510         "abcdefghijklmnopqrstuvwxyz"
153520         to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
153530 7505-EXIT.
153540     exit.

153550*>   Scores DF-DU-NEW against DF-DU-CAND into DF-DU-SCORE, with
153560*>   the fields that agreed named in DF-DU-MATCHED.
153570 7510-SCORE-PAIR.
153580     move zero to DF-DU-SCORE.
153590     move spaces to DF-DU-MATCHED.
153600     move 1 to DF-DU-PTR.
153610     if DF-DU-N-SURNAME not = spaces
153620         and DF-DU-N-SURNAME = DF-DU-C-SURNAME
153630         add 30 to DF-DU-SCORE
153640         string "SURNAME " delimited by size
153650             into DF-DU-MATCHED with pointer DF-DU-PTR
153660     end-if.
153670     if DF-DU-N-FIRST not = spaces
153680         and DF-DU-N-FIRST = DF-DU-C-FIRST
153690         add 20 to DF-DU-SCORE
153700         string "FIRST " delimited by size
153710             into DF-DU-MATCHED with pointer DF-DU-PTR
153720     end-if.
153730     if DF-DU-N-INITIALS not = spaces
153740         and DF-DU-N-INITIALS = DF-DU-C-INITIALS
153750         add 10 to DF-DU-SCORE
153760         string "INITIALS " delimited by size
153770             into DF-DU-MATCHED with pointer DF-DU-PTR
153780     end-if.
153790     if DF-DU-N-DOB not = zero
153800         and DF-DU-N-DOB = DF-DU-C-DOB
153810         add 30 to DF-DU-SCORE
153820         string "BORN " delimited by size
153830             into DF-DU-MATCHED with pointer DF-DU-PTR
153840     end-if.
153850     if DF-DU-N-STREET not = spaces
153860         and DF-DU-N-STREET = DF-DU-C-STREET
153870         add 15 to DF-DU-SCORE
153880         string "STREET " delimited by size
153890             into DF-DU-MATCHED with pointer DF-DU-PTR
153900     end-if.
153910     if DF-DU-N-TOWN not = spaces
153920         and DF-DU-N-TOWN = DF-DU-C-TOWN
153930         add 5 to DF-DU-SCORE
153940         string "TOWN " delimited by size
153950             into DF-DU-MATCHED with pointer DF-DU-PTR
153960     end-if.
153970 7510-EXIT.
153980     exit.

153990*>   One person against everyone after them in the table.
154000 7511-COMPARE-ENTRY.
154010     move DF-DU-T-IDENT(DF-DU-I) to DF-DU-NEW.
154020     perform 7512-COMPARE-PAIR thru 7512-EXIT
154030         varying DF-DU-J from DF-DU-I by 1
154040         until DF-DU-J > DF-DU-USED.
154050 7511-EXIT.
154060     exit.

154070*>   No pair reaches the threshold without its surname or its
154080*>   date of birth agreeing, so anything else is passed over
154090*>   before it is scored.
154100 7512-COMPARE-PAIR.
154110     if DF-DU-J = DF-DU-I
154120         go to 7512-EXIT
154130     end-if.
154140     if DF-DU-T-EMP(DF-DU-J) = DF-DU-T-EMP(DF-DU-I)
154150         go to 7512-EXIT
154160     end-if.
154170     if DF-DU-T-SURNAME(DF-DU-J) not = DF-DU-T-SURNAME(DF-DU-I)
154180         and (DF-DU-T-DOB(DF-DU-J) = zero
154190         or DF-DU-T-DOB(DF-DU-J) not = DF-DU-T-DOB(DF-DU-I))
154200         go to 7512-EXIT
154210     end-if.
154220     move DF-DU-T-IDENT(DF-DU-J) to DF-DU-CAND.
154230     perform 7510-SCORE-PAIR thru 7510-EXIT.
154240     if DF-DU-SCORE < DF-DU-THRESHOLD
154250         go to 7512-EXIT
154260     end-if.
154270     if DF-DU-PAIR-USED not < 2000
154280         move "Y" to DF-DU-PAIRS-FULL-SWITCH
154290         go to 7512-EXIT
154300     end-if.
154310     add 1 to DF-DU-PAIR-USED.
154320     move DF-DU-SCORE to DF-DU-P-SCORE(DF-DU-PAIR-USED).
154330     move DF-DU-I to DF-DU-P-FIRST(DF-DU-PAIR-USED).
154340     move DF-DU-J to DF-DU-P-SECOND(DF-DU-PAIR-USED).
154350     move DF-DU-MATCHED to DF-DU-P-MATCHED(DF-DU-PAIR-USED).
154360 7512-EXIT.
154370     exit.

154380*>   Every pair found at score DF-DU-RANK.
154390 7515-LIST-AT-SCORE.
154400     perform 7516-LIST-ONE-PAIR thru 7516-EXIT
154410         varying DF-DU-PX from 1 by 1
154420         until DF-DU-PX > DF-DU-PAIR-USED.
154430 7515-EXIT.
154440     exit.

154450 7516-LIST-ONE-PAIR.
154460     if DF-DU-P-SCORE(DF-DU-PX) not = DF-DU-RANK
154470         go to 7516-EXIT
154480     end-if.
154490     move DF-DU-P-FIRST(DF-DU-PX) to DF-DU-I.
154500     move DF-DU-P-SECOND(DF-DU-PX) to DF-DU-J.
154510     move DF-DU-RANK to DF-DU-SCORE-EDIT.
154520     move spaces to DUPRPT-LINE.
154530     evaluate true
154540         when DF-DU-T-SOURCE(DF-DU-I) = "S"
154550             and DF-DU-T-SOURCE(DF-DU-J) = "S"
154560             string "SCORE " DF-DU-SCORE-EDIT
154570                 "  TWO RECORDS ON FILE - ONE PERSON ADDED TWICE?"
154580                 delimited by size into DUPRPT-LINE
154590         when DF-DU-T-SOURCE(DF-DU-I) = "L"
154600             and DF-DU-T-SOURCE(DF-DU-J) = "L"
154610             string "SCORE " DF-DU-SCORE-EDIT
154620                 "  TWO ARCHIVED LEAVERS - ONE PERSON LEFT TWICE?"
154630                 delimited by size into DUPRPT-LINE
154640         when other
154650             string "SCORE " DF-DU-SCORE-EDIT
154660                 "  ON FILE AND ON THE LEAVERS ARCHIVE - SHOULD "
154670                 "THIS HAVE BEEN A REINSTATEMENT?"
154680                 delimited by size into DUPRPT-LINE
154690     end-evaluate.
154700     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
154710     move spaces to DUPRPT-LINE.
154720     string "    MATCHED ON " DF-DU-P-MATCHED(DF-DU-PX)
154730         delimited by size into DUPRPT-LINE.
154740     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
154750     move DF-DU-I to DF-DU-SIDE.
154760     perform 7517-WRITE-ONE-SIDE thru 7517-EXIT.
154770     move DF-DU-J to DF-DU-SIDE.
154780     perform 7517-WRITE-ONE-SIDE thru 7517-EXIT.
154790     move spaces to DUPRPT-LINE.
154800     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
154810 7516-EXIT.
154820     exit.

154830*>   The person at table entry DF-DU-SIDE, as they stand on file
154840*>   or as they left.
154850 7517-WRITE-ONE-SIDE.
154860     move DF-DU-T-IDENT(DF-DU-SIDE) to DF-DU-CAND.
154870     move spaces to DF-DU-LINE.
154880     if DF-DU-T-SOURCE(DF-DU-SIDE) = "S"
154890         move "STAFF" to DF-DU-L-SOURCE
154900     else
154910         move "LEAVER" to DF-DU-L-SOURCE
154920         move DF-DU-T-LEFT(DF-DU-SIDE) to DF-DU-DATE-EDIT
154930         string "LEFT " DF-DU-DATE-EDIT delimited by size
154940             into DF-DU-L-LEFT
154950     end-if.
154960     move DF-DU-T-CODE(DF-DU-SIDE) to DF-DU-L-CODE.
154970     move DF-DU-C-SURNAME to DF-DU-L-SURNAME.
154980     move DF-DU-C-FIRST to DF-DU-L-FIRST.
154990     move DF-DU-C-INITIALS to DF-DU-L-INITIALS.
155000     if DF-DU-C-DOB not = zero
155010         move DF-DU-C-DOB to DF-DU-L-DOB
155020     end-if.
155030     move DF-DU-C-STREET to DF-DU-L-STREET.
155040     move DF-DU-C-TOWN to DF-DU-L-TOWN.
155050     move DF-DU-LINE to DUPRPT-LINE.
155060     perform 7519-WRITE-DUPRPT-LINE thru 7519-EXIT.
155070 7517-EXIT.
155080     exit.

155090 7519-WRITE-DUPRPT-LINE.
155100     write DUPRPT-LINE.
155110     if DF-DUPRPT-STATUS not = "00"
155120         perform 9900-ABEND thru 9900-EXIT
155130     end-if.
155140 7519-EXIT.
155150     exit.

155160****************************************************************
155170* 7520-CHECK-NEW-PERSON - the add-time check.  The caller puts *
155180* the identity of the person being added in DF-DU-NEW; every   *
155190* employee, manager and executive on file and every image on   *
155200* the leavers archive is scored against it, and each match is  *
155210* shown.  DF-DU-STAFF-HITS and DF-DU-LEAVER-HITS count the     *
155220* matches, and DF-DU-LEAVER-CODE is the last leaver matched.   *
155230* The walk runs on its own switch and puts the record area     *
155240* back as it found it.                                         *
155250****************************************************************
155260 7520-CHECK-NEW-PERSON.
155270     move zero to DF-DU-STAFF-HITS.
155280     move zero to DF-DU-LEAVER-HITS.
155290     move spaces to DF-DU-LEAVER-CODE.
155300     move EXECUTIVE-REC to DF-DU-SAVE-AREA.
155310     move "N" to DF-DU-SCAN-SWITCH.
155320     move zero to EM-EMP-NUM.
155330     start stafffile key is not less than EM-EMP-NUM
155340         invalid key
155350             move "Y" to DF-DU-SCAN-SWITCH
155360     end-start.
155370     perform 7521-CHECK-ONE-STAFF thru 7521-EXIT
155380         until DF-DU-SCAN-DONE.
155390     open input archfile.
155400     if DF-ARCH-STATUS = "35" or DF-ARCH-STATUS = "05"
155410         close archfile
155420     else
155430         if DF-ARCH-STATUS not = "00"
155440             perform 9900-ABEND thru 9900-EXIT
155450         end-if
155460         move "N" to DF-ARCH-EOF-SWITCH
155470         perform 7522-CHECK-ONE-LEAVER thru 7522-EXIT
155480             until DF-ARCH-END-OF-FILE
155490         close archfile
155500     end-if.
155510     move DF-DU-SAVE-AREA to EXECUTIVE-REC.
155520 7520-EXIT.
155530     exit.

155540 7521-CHECK-ONE-STAFF.
155550     read stafffile next record
155560         at end
155570             move "Y" to DF-DU-SCAN-SWITCH
155580             go to 7521-EXIT
155590     end-read.
155600     if FILE-STATUS not = "00"
155610         perform 9900-ABEND thru 9900-EXIT
155620     end-if.
155630     if EM-POSITION not = "E" and EM-POSITION not = "M"
155640         and EM-POSITION not = "X"
155650         go to 7521-EXIT
155660     end-if.
155670     perform 7505-BUILD-IDENTITY thru 7505-EXIT.
155680     perform 7510-SCORE-PAIR thru 7510-EXIT.
155690     if DF-DU-SCORE < DF-DU-THRESHOLD
155700         go to 7521-EXIT
155710     end-if.
155720     add 1 to DF-DU-STAFF-HITS.
155730     move DF-DU-SCORE to DF-DU-SCORE-EDIT.
155740     display "WARNING - POSSIBLE DUPLICATE OF " EM-CODE " "
155750         EM-SURNAME(1:20) " SCORE " DF-DU-SCORE-EDIT
155760         " MATCHED ON " DF-DU-MATCHED.
155770 7521-EXIT.
155780     exit.

155790 7522-CHECK-ONE-LEAVER.
155800     read archfile
155810         at end
155820             move "Y" to DF-ARCH-EOF-SWITCH
155830             go to 7522-EXIT
155840     end-read.
155850     if DF-ARCH-STATUS not = "00"
155860         perform 9900-ABEND thru 9900-EXIT
155870     end-if.
155880     move AR-IMAGE to EXECUTIVE-REC.
155890     perform 7505-BUILD-IDENTITY thru 7505-EXIT.
155900     perform 7510-SCORE-PAIR thru 7510-EXIT.
155910     if DF-DU-SCORE < DF-DU-THRESHOLD
155920         go to 7522-EXIT
155930     end-if.
155940     add 1 to DF-DU-LEAVER-HITS.
155950     move EM-CODE to DF-DU-LEAVER-CODE.
155960     move AR-LEAVING-DATE to DF-DU-DATE-EDIT.
155970     move DF-DU-SCORE to DF-DU-SCORE-EDIT.
155980     display "WARNING - MATCHES ARCHIVED LEAVER " EM-CODE " "
155990         EM-SURNAME(1:20) " LEFT " DF-DU-DATE-EDIT
156000         " SCORE " DF-DU-SCORE-EDIT.
156010 7522-EXIT.
156020     exit.

156030****************************************************************
156040* 7525-CONFIRM-NEW-PERSON - the on-line add-time check for the *
156050* new record in the record area.  Any match is shown and the   *
156060* operator asked whether to add anyway; a match with a leaver  *
156070* points them to reinstatement (option I) instead.             *
156080* DF-DU-PROCEED says whether to go on.                         *
156090****************************************************************
156100 7525-CONFIRM-NEW-PERSON.
156110     move "Y" to DF-DU-ADD-SWITCH.
156120     perform 7505-BUILD-IDENTITY thru 7505-EXIT.
156130     move DF-DU-CAND to DF-DU-NEW.
156140     perform 7520-CHECK-NEW-PERSON thru 7520-EXIT.
156150     if DF-DU-STAFF-HITS = zero and DF-DU-LEAVER-HITS = zero
156160         go to 7525-EXIT
156170     end-if.
156180     if DF-DU-LEAVER-HITS not = zero
156190         display "THIS LOOKS LIKE A RETURNING LEAVER - REINSTATE "
156200             DF-DU-LEAVER-CODE " FROM THE ARCHIVE (OPTION I)"
156210         display "SO THEIR SERVICE AND SETTLEMENT HISTORY COMES "
156220             "BACK WITH THEM"
156230     end-if.
156240     display "ADD AS A NEW PERSON ANYWAY (Y/N): "
156250         with no advancing.
156260     accept DF-CONFIRM.
156270     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
156280         move "N" to DF-DU-ADD-SWITCH
156290         display "EMPLOYEE RECORD NOT ADDED"
156300     end-if.
156310 7525-EXIT.
156320     exit.

156330****************************************************************
156340* 7600-PERIOD-MENU - the pay period control.  The status       *
156350* inquiry and the GL postings step are open to anyone who may  *
156360* run the register; closing and reopening a period are for the *
156370* admin role only, and both go to the audit log.               *
156380****************************************************************
156390 7600-PERIOD-MENU.
156400     display "S)TATUS  G)L POSTINGS  C)LOSE PERIOD  "
156410         "REOP(E)N PERIOD  R)ETURN : " with no advancing.
156420     accept DF-PC-CHOICE.
156430     evaluate DF-PC-CHOICE
156440         when "S"
156450             perform 7620-PERIOD-STATUS thru 7620-EXIT
156460         when "s"
156470             perform 7620-PERIOD-STATUS thru 7620-EXIT
156480         when "G"
156490             perform 7650-GL-POSTINGS thru 7650-EXIT
156500         when "g"
156510             perform 7650-GL-POSTINGS thru 7650-EXIT
156520         when "C"
156530             move "A" to DF-REQUIRED-ROLE
156540             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
156550             if DF-AUTH-GRANTED
156560                 perform 7630-CLOSE-PERIOD thru 7630-EXIT
156570             end-if
156580         when "c"
156590             move "A" to DF-REQUIRED-ROLE
156600             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
156610             if DF-AUTH-GRANTED
156620                 perform 7630-CLOSE-PERIOD thru 7630-EXIT
156630             end-if
156640         when "E"
156650             move "A" to DF-REQUIRED-ROLE
156660             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
156670             if DF-AUTH-GRANTED
156680                 perform 7640-REOPEN-PERIOD thru 7640-EXIT
156690             end-if
156700         when "e"
156710             move "A" to DF-REQUIRED-ROLE
156720             perform 5260-CHECK-AUTHORITY thru 5260-EXIT
156730             if DF-AUTH-GRANTED
156740                 perform 7640-REOPEN-PERIOD thru 7640-EXIT
156750             end-if
156760         when other
156770             continue
156780     end-evaluate.
156790 7600-EXIT.
156800     exit.

156810*>   The control header - DF-PC-OPEN-PERIOD comes back zero when
156820*>   no period has been opened yet.
156830 7605-READ-PERIOD-HEADER.
156840     move "N" to DF-PC-HEADER-SWITCH.
156850     move zero to DF-PC-OPEN-PERIOD.
156860     move zero to PC-PERIOD.
156870     read periodfile record
156880         invalid key
156890             go to 7605-EXIT
156900     end-read.
156910     if DF-PERIODF-STATUS not = "00"
156920         perform 9900-ABEND thru 9900-EXIT
156930     end-if.
156940     move "Y" to DF-PC-HEADER-SWITCH.
156950     move PC-H-OPEN-PERIOD to DF-PC-OPEN-PERIOD.
156960 7605-EXIT.
156970     exit.

156980*>   The record of the period in DF-PC-PERIOD.
156990 7606-READ-PERIOD.
157000     move DF-PC-PERIOD to PC-PERIOD.
157010     read periodfile record
157020         invalid key
157030             perform 9900-ABEND thru 9900-EXIT
157040     end-read.
157050     if DF-PERIODF-STATUS not = "00"
157060         perform 9900-ABEND thru 9900-EXIT
157070     end-if.
157080 7606-EXIT.
157090     exit.

157100****************************************************************
157110* 7610-CHECK-STEP - may month-end step DF-PC-STEP run now? The *
157120* register must be for the open period; every later step needs *
157130* the step before it complete for that period.  The first      *
157140* register ever run opens its own period.  A refusal is shown  *
157150* with its reason, sets DF-PC-REFUSED and, unattended, RC 8.   *
157160****************************************************************
157170 7610-CHECK-STEP.
157180     move "N" to DF-PC-REFUSED-SWITCH.
157190     move spaces to DF-PC-REASON.
157200     perform 7612-TEST-STEP thru 7612-EXIT.
157210     if DF-PC-REASON = spaces
157220         perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
157230     else
157240         perform 7611-REFUSE-STEP thru 7611-EXIT
157250     end-if.
157260 7610-EXIT.
157270     exit.

157280 7611-REFUSE-STEP.
157290     move "Y" to DF-PC-REFUSED-SWITCH.
157300     display "*** " DF-PC-STEP-NAME(DF-PC-STEP) " REFUSED - "
157310         DF-PC-REASON.
157320     if DF-BATCH-MODE
157330         move 8 to DF-RUN-RC
157340     end-if.
157350 7611-EXIT.
157360     exit.

157370 7612-TEST-STEP.
157380     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
157390*>   The register pays the open period but is run in the month
157400*>   in DF-REG-RUN-PERIOD.  Run in a month already closed, it
157410*>   would pay a period not yet due; run after the open period's
157420*>   month is out, that period must be closed first - unless it
157430*>   was reopened to be registered again.
157440     if DF-PC-STEP = 1
157450         if DF-PC-OPEN-PERIOD = zero
157460             go to 7612-EXIT
157470         end-if
157480         if DF-REG-RUN-PERIOD < DF-PC-OPEN-PERIOD
157490             string "PAY PERIOD " DF-REG-RUN-PERIOD " IS CLOSED"
157500                 delimited by size into DF-PC-REASON
157510         end-if
157520         if DF-REG-RUN-PERIOD > DF-PC-OPEN-PERIOD
157530             move DF-PC-OPEN-PERIOD to DF-PC-PERIOD
157540             perform 7606-READ-PERIOD thru 7606-EXIT
157550             if PC-REOPENED-BY = spaces
157560                 string "PAY PERIOD " DF-PC-OPEN-PERIOD
157570                     " IS STILL OPEN - CLOSE IT BEFORE "
157580                     "REGISTERING " DF-REG-RUN-PERIOD
157590                     delimited by size into DF-PC-REASON
157600             end-if
157610         end-if
157620         go to 7612-EXIT
157630     end-if.
157640     if DF-PC-OPEN-PERIOD = zero
157650         move "NO PAY PERIOD IS OPEN - THE REGISTER OPENS ONE"
157660             to DF-PC-REASON
157670         go to 7612-EXIT
157680     end-if.
157690     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
157700     perform 7606-READ-PERIOD thru 7606-EXIT.
157710     compute DF-PC-SUB = DF-PC-STEP - 1.
157720     if not PC-STEP-COMPLETE(DF-PC-SUB)
157730         string DF-PC-STEP-NAME(DF-PC-SUB) delimited by "  "
157740             " NOT COMPLETE FOR PAY PERIOD " delimited by size
157750             DF-PC-OPEN-PERIOD delimited by size
157760             into DF-PC-REASON
157770     end-if.
157780 7612-EXIT.
157790     exit.

157800****************************************************************
157810* 7615-RECORD-STEP - stamp month-end step DF-PC-STEP complete  *
157820* for the open period with who ran it and when.  A step run    *
157830* again changes what every later step was built on, so those   *
157840* are cleared to be run again.  The first register ever run    *
157850* opens its period here.                                       *
157860****************************************************************
157870 7615-RECORD-STEP.
157880     accept DF-PC-TODAY from date yyyymmdd.
157890     accept DF-PC-NOW from time.
157900     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
157910     if DF-PC-OPEN-PERIOD = zero
157920         perform 7616-OPEN-FIRST-PERIOD thru 7616-EXIT
157930     end-if.
157940     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
157950     perform 7606-READ-PERIOD thru 7606-EXIT.
157960     move "Y" to PC-STEP-DONE(DF-PC-STEP).
157970     move DF-ACTING-EMP-CODE to PC-STEP-BY(DF-PC-STEP).
157980     move DF-PC-TODAY to PC-STEP-DATE(DF-PC-STEP).
157990     move DF-PC-NOW to PC-STEP-TIME(DF-PC-STEP).
158000     perform 7617-CLEAR-LATER-STEP thru 7617-EXIT
158010         varying DF-PC-SUB from 1 by 1 until DF-PC-SUB > 5.
158020     rewrite PERIOD-REC
158030         invalid key
158040             perform 9900-ABEND thru 9900-EXIT
158050     end-rewrite.
158060     display DF-PC-STEP-NAME(DF-PC-STEP) " STEP COMPLETE FOR PAY "
158070         "PERIOD " DF-PC-OPEN-PERIOD.
158080 7615-EXIT.
158090     exit.

158100*>   The register's period becomes the open one - the header is
158110*>   written now if the year-start roll has not already left one.
158120 7616-OPEN-FIRST-PERIOD.
158130     initialize PERIOD-REC.
158140     move DF-YT-PERIOD to PC-PERIOD.
158150     move "O" to PC-STATUS.
158160     write PERIOD-REC
158170         invalid key
158180             perform 9900-ABEND thru 9900-EXIT
158190     end-write.
158200     if DF-PC-HEADER-FOUND
158210         perform 7605-READ-PERIOD-HEADER thru 7605-EXIT
158220         move DF-YT-PERIOD to PC-H-OPEN-PERIOD
158230         rewrite PERIOD-REC
158240             invalid key
158250                 perform 9900-ABEND thru 9900-EXIT
158260         end-rewrite
158270     else
158280         initialize PERIOD-REC
158290         move zero to PC-PERIOD
158300         move DF-YT-PERIOD to PC-H-OPEN-PERIOD
158310         write PERIOD-REC
158320             invalid key
158330                 perform 9900-ABEND thru 9900-EXIT
158340         end-write
158350     end-if.
158360     move DF-YT-PERIOD to DF-PC-OPEN-PERIOD.
158370     display "PAY PERIOD " DF-PC-OPEN-PERIOD " OPENED".
158380 7616-EXIT.
158390     exit.

158400 7617-CLEAR-LATER-STEP.
158410     if DF-PC-SUB not > DF-PC-STEP
158420         go to 7617-EXIT
158430     end-if.
158440     move space to PC-STEP-DONE(DF-PC-SUB).
158450     move spaces to PC-STEP-BY(DF-PC-SUB).
158460     move zero to PC-STEP-DATE(DF-PC-SUB).
158470     move zero to PC-STEP-TIME(DF-PC-SUB).
158480 7617-EXIT.
158490     exit.

158500****************************************************************
158510* 7620-PERIOD-STATUS - where the open period's month end has   *
158520* got to: each step with who ran it and when, the next step    *
158530* due, the last period closed, and the year-start roll and     *
158540* leave accrual stamps.  Leaves DF-PC-NEXT-STEP for the run    *
158550* log - zero once every step is complete.                      *
158560****************************************************************
158570 7620-PERIOD-STATUS.
158580     move zero to DF-PC-NEXT-STEP.
158590     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
158600     display " ".
158610     display "PAY PERIOD CONTROL".
158620     if not DF-PC-HEADER-FOUND
158630         display "NO PAY PERIOD OPEN YET - THE FIRST REGISTER "
158640             "OPENS ONE"
158650         perform 8600-PAUSE thru 8600-EXIT
158660         go to 7620-EXIT
158670     end-if.
158680     if PC-H-ROLL-YEAR = zero
158690         display "YEAR-START ROLL  NOT YET RUN"
158700     else
158710         display "YEAR-START ROLL  " PC-H-ROLL-YEAR " RUN BY "
158720             PC-H-ROLL-BY " ON " PC-H-ROLL-DATE " AT "
158730             PC-H-ROLL-TIME(1:6)
158740     end-if.
158750     if PC-H-ACCRUAL-YEAR = zero
158760         display "LEAVE ACCRUAL    NOT YET RUN"
158770     else
158780         display "LEAVE ACCRUAL    " PC-H-ACCRUAL-YEAR " RUN BY "
158790             PC-H-ACCRUAL-BY " ON " PC-H-ACCRUAL-DATE " AT "
158800             PC-H-ACCRUAL-TIME(1:6)
158810     end-if.
158820     if DF-PC-OPEN-PERIOD = zero
158830         display "NO PAY PERIOD OPEN YET - THE FIRST REGISTER "
158840             "OPENS ONE"
158850         perform 8600-PAUSE thru 8600-EXIT
158860         go to 7620-EXIT
158870     end-if.

158880     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
158890     perform 7635-PREVIOUS-PERIOD thru 7635-EXIT.
158900     move DF-PC-PERIOD to PC-PERIOD.
158910     read periodfile record
158920         invalid key
158930             continue
158940     end-read.
158950     if DF-PERIODF-STATUS = "00" and PC-IS-CLOSED
158960         display "LAST CLOSED      " PC-PERIOD " BY " PC-CLOSED-BY
158970             " ON " PC-CLOSED-DATE " AT " PC-CLOSED-TIME(1:6)
158980     end-if.

158990     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
159000     perform 7606-READ-PERIOD thru 7606-EXIT.
159010     display "OPEN PERIOD      " PC-PERIOD.
159020     if PC-REOPENED-BY not = spaces
159030         display "                 REOPENED BY " PC-REOPENED-BY
159040             " ON " PC-REOPENED-DATE " AT " PC-REOPENED-TIME(1:6)
159050     end-if.
159060     perform 7621-SHOW-ONE-STEP thru 7621-EXIT
159070         varying DF-PC-SUB from 1 by 1 until DF-PC-SUB > 5.
159080     perform 7631-FIND-NEXT-STEP thru 7631-EXIT.
159090     if DF-PC-NEXT-STEP = zero
159100         display "ALL STEPS COMPLETE - READY TO CLOSE"
159110     else
159120         display "NEXT STEP DUE    "
159130             DF-PC-STEP-NAME(DF-PC-NEXT-STEP)
159140     end-if.
159150     perform 8600-PAUSE thru 8600-EXIT.
159160 7620-EXIT.
159170     exit.

159180 7621-SHOW-ONE-STEP.
159190     if PC-STEP-COMPLETE(DF-PC-SUB)
159200         display "  " DF-PC-STEP-NAME(DF-PC-SUB) " DONE BY "
159210             PC-STEP-BY(DF-PC-SUB) " ON " PC-STEP-DATE(DF-PC-SUB)
159220             " AT " PC-STEP-TIME(DF-PC-SUB)(1:6)
159230     else
159240         display "  " DF-PC-STEP-NAME(DF-PC-SUB) " NOT DONE"
159250     end-if.
159260 7621-EXIT.
159270     exit.

159280****************************************************************
159290* 7625-CHECK-MID-PERIOD - refuses the salary review apply pass *
159300* while the open period is part-way through its month end:     *
159310* once its register has run, new salaries wait for it to       *
159320* close.                                                       *
159330****************************************************************
159340 7625-CHECK-MID-PERIOD.
159350     move 1 to DF-PC-STEP.
159360     move "N" to DF-PC-REFUSED-SWITCH.
159370     move spaces to DF-PC-REASON.
159380     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
159390     if DF-PC-OPEN-PERIOD = zero
159400         go to 7625-EXIT
159410     end-if.
159420     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
159430     perform 7606-READ-PERIOD thru 7606-EXIT.
159440     perform 7631-FIND-NEXT-STEP thru 7631-EXIT.
159450     if DF-PC-NEXT-STEP = 1
159460         go to 7625-EXIT
159470     end-if.
159480     move "Y" to DF-PC-REFUSED-SWITCH.
159490     string "PAY PERIOD " DF-PC-OPEN-PERIOD
159500         " IS PART-WAY THROUGH ITS MONTH END - APPLY ONCE IT "
159510         "IS CLOSED"
159520         delimited by size into DF-PC-REASON.
159530     display "*** REVIEW APPLY REFUSED - " DF-PC-REASON.
159540     if DF-BATCH-MODE
159550         move 8 to DF-RUN-RC
159560     end-if.
159570 7625-EXIT.
159580     exit.

159590*>   The leave accrual into DF-LV-YEAR waits on the year-start
159600*>   roll for that year.
159610 7626-CHECK-ACCRUAL-ORDER.
159620     move "N" to DF-PC-REFUSED-SWITCH.
159630     move spaces to DF-PC-REASON.
159640     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
159650     if DF-PC-HEADER-FOUND
159660         if PC-H-ROLL-YEAR not < DF-LV-YEAR
159670             go to 7626-EXIT
159680         end-if
159690     end-if.
159700     move "Y" to DF-PC-REFUSED-SWITCH.
159710     string "YEAR-START ROLL NOT YET RUN FOR " DF-LV-YEAR
159720         " - RUN IT (OPTION N) BEFORE THE ACCRUAL"
159730         delimited by size into DF-PC-REASON.
159740     display "*** ACCRUAL REFUSED - " DF-PC-REASON.
159750     if DF-BATCH-MODE
159760         move 8 to DF-RUN-RC
159770     end-if.
159780 7626-EXIT.
159790     exit.

159800*>   Stamps the year-start roll on the control header, writing
159810*>   the header if this is the first thing to need one.
159820 7627-RECORD-ROLL.
159830     accept DF-PC-TODAY from date yyyymmdd.
159840     accept DF-PC-NOW from time.
159850     compute DF-PC-YEAR-NOW = DF-PC-TODAY / 10000.
159860     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
159870     if not DF-PC-HEADER-FOUND
159880         initialize PERIOD-REC
159890         move zero to PC-PERIOD
159900     end-if.
159910     move DF-PC-YEAR-NOW to PC-H-ROLL-YEAR.
159920     move DF-ACTING-EMP-CODE to PC-H-ROLL-BY.
159930     move DF-PC-TODAY to PC-H-ROLL-DATE.
159940     move DF-PC-NOW to PC-H-ROLL-TIME.
159950     perform 7629-FILE-HEADER thru 7629-EXIT.
159960 7627-EXIT.
159970     exit.

159980 7628-RECORD-ACCRUAL.
159990     accept DF-PC-TODAY from date yyyymmdd.
160000     accept DF-PC-NOW from time.
160010     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
160020     if not DF-PC-HEADER-FOUND
160030         initialize PERIOD-REC
160040         move zero to PC-PERIOD
160050     end-if.
160060     move DF-LV-YEAR to PC-H-ACCRUAL-YEAR.
160070     move DF-ACTING-EMP-CODE to PC-H-ACCRUAL-BY.
160080     move DF-PC-TODAY to PC-H-ACCRUAL-DATE.
160090     move DF-PC-NOW to PC-H-ACCRUAL-TIME.
160100     perform 7629-FILE-HEADER thru 7629-EXIT.
160110 7628-EXIT.
160120     exit.

160130 7629-FILE-HEADER.
160140     if DF-PC-HEADER-FOUND
160150         rewrite PERIOD-REC
160160             invalid key
160170                 perform 9900-ABEND thru 9900-EXIT
160180         end-rewrite
160190     else
160200         write PERIOD-REC
160210             invalid key
160220                 perform 9900-ABEND thru 9900-EXIT
160230         end-write
160240     end-if.
160250 7629-EXIT.
160260     exit.

160270****************************************************************
160280* 7630-CLOSE-PERIOD - close the open pay period once all five  *
160290* month-end steps are complete, and open the next one.  Admin  *
160300* role only; confirmed on-line, and audited as PERCLOSE.       *
160310****************************************************************
160320 7630-CLOSE-PERIOD.
160330     perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT.
160340     move 1 to DF-PC-STEP.
160350     move "N" to DF-PC-REFUSED-SWITCH.
160360     move spaces to DF-PC-REASON.
160370     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
160380     if DF-PC-OPEN-PERIOD = zero
160390         move "NO PAY PERIOD IS OPEN" to DF-PC-REASON
160400         go to 7630-REFUSE
160410     end-if.
160420     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
160430     perform 7606-READ-PERIOD thru 7606-EXIT.
160440     perform 7631-FIND-NEXT-STEP thru 7631-EXIT.
160450     if DF-PC-NEXT-STEP not = zero
160460         string "PAY PERIOD " DF-PC-OPEN-PERIOD " CANNOT CLOSE - "
160470             delimited by size
160480             DF-PC-STEP-NAME(DF-PC-NEXT-STEP) delimited by "  "
160490             " NOT COMPLETE" delimited by size
160500             into DF-PC-REASON
160510         go to 7630-REFUSE
160520     end-if.
160530     if not DF-BATCH-MODE
160540         display "CLOSE PAY PERIOD " DF-PC-OPEN-PERIOD " (Y/N): "
160550             with no advancing
160560         accept DF-CONFIRM
160570         if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
160580             display "PERIOD NOT CLOSED"
160590             go to 7630-EXIT
160600         end-if
160610     end-if.

160620     accept DF-PC-TODAY from date yyyymmdd.
160630     accept DF-PC-NOW from time.
160640     move "C" to PC-STATUS.
160650     move DF-ACTING-EMP-CODE to PC-CLOSED-BY.
160660     move DF-PC-TODAY to PC-CLOSED-DATE.
160670     move DF-PC-NOW to PC-CLOSED-TIME.
160680     rewrite PERIOD-REC
160690         invalid key
160700             perform 9900-ABEND thru 9900-EXIT
160710     end-rewrite.

160720     move "PERCLOSE" to DF-AUDIT-ACTION.
160730     move spaces to DF-SEC-TARGET-CODE.
160740     string "R" DF-PC-OPEN-PERIOD delimited by size
160750         into DF-SEC-TARGET-CODE.
160760     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.

160770*>   The next period opens empty.  One already there is what a
160780*>   reopen took back - it is opened again as it was left.
160790     perform 7636-NEXT-PERIOD thru 7636-EXIT.
160800     initialize PERIOD-REC.
160810     move DF-PC-PERIOD to PC-PERIOD.
160820     move "O" to PC-STATUS.
160830     write PERIOD-REC
160840         invalid key
160850             perform 7606-READ-PERIOD thru 7606-EXIT
160860             move "O" to PC-STATUS
160870             rewrite PERIOD-REC
160880                 invalid key
160890                     perform 9900-ABEND thru 9900-EXIT
160900             end-rewrite
160910     end-write.
160920     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
160930     move DF-PC-PERIOD to PC-H-OPEN-PERIOD.
160940     rewrite PERIOD-REC
160950         invalid key
160960             perform 9900-ABEND thru 9900-EXIT
160970     end-rewrite.
160980     display "PAY PERIOD " DF-PC-OPEN-PERIOD " CLOSED - PERIOD "
160990         DF-PC-PERIOD " IS NOW OPEN".
161000     move DF-PC-PERIOD to DF-PC-OPEN-PERIOD.
161010     perform 8600-PAUSE thru 8600-EXIT.
161020     go to 7630-EXIT.

161030 7630-REFUSE.
161040     move "Y" to DF-PC-REFUSED-SWITCH.
161050     display "*** PERIOD CLOSE REFUSED - " DF-PC-REASON.
161060     if DF-BATCH-MODE
161070         move 8 to DF-RUN-RC
161080     end-if.
161090     perform 8600-PAUSE thru 8600-EXIT.
161100 7630-EXIT.
161110     exit.

161120*>   The first month-end step of the period in the record area
161130*>   not yet complete, in DF-PC-NEXT-STEP - zero when all are.
161140 7631-FIND-NEXT-STEP.
161150     move zero to DF-PC-NEXT-STEP.
161160     perform 7632-TEST-ONE-STEP thru 7632-EXIT
161170         varying DF-PC-SUB from 1 by 1
161180         until DF-PC-SUB > 5 or DF-PC-NEXT-STEP not = zero.
161190 7631-EXIT.
161200     exit.

161210 7632-TEST-ONE-STEP.
161220     if not PC-STEP-COMPLETE(DF-PC-SUB)
161230         move DF-PC-SUB to DF-PC-NEXT-STEP
161240     end-if.
161250 7632-EXIT.
161260     exit.

161270*>   The period before, and the period after, DF-PC-PERIOD.
161280 7635-PREVIOUS-PERIOD.
161290     if DF-PC-PW-MONTH = 1
161300         move 12 to DF-PC-PW-MONTH
161310         subtract 1 from DF-PC-PW-YEAR
161320     else
161330         subtract 1 from DF-PC-PW-MONTH
161340     end-if.
161350 7635-EXIT.
161360     exit.

161370 7636-NEXT-PERIOD.
161380     if DF-PC-PW-MONTH = 12
161390         move 1 to DF-PC-PW-MONTH
161400         add 1 to DF-PC-PW-YEAR
161410     else
161420         add 1 to DF-PC-PW-MONTH
161430     end-if.
161440 7636-EXIT.
161450     exit.

161460****************************************************************
161470* 7640-REOPEN-PERIOD - take back the last close, so a step of  *
161480* the period before can be run again.  Only while the open     *
161490* period has not started its own month end; the open period's  *
161500* empty record is removed and the closed one opened again.     *
161510* Admin role only, confirmed, and audited as PERREOPN.         *
161520****************************************************************
161530 7640-REOPEN-PERIOD.
161540     perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT.
161550     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
161560     if DF-PC-OPEN-PERIOD = zero
161570         display "NO PAY PERIOD HAS BEEN CLOSED"
161580         perform 8600-PAUSE thru 8600-EXIT
161590         go to 7640-EXIT
161600     end-if.
161610     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
161620     perform 7606-READ-PERIOD thru 7606-EXIT.
161630     perform 7631-FIND-NEXT-STEP thru 7631-EXIT.
161640     if DF-PC-NEXT-STEP not = 1
161650         display "PAY PERIOD " DF-PC-OPEN-PERIOD
161660             " HAS STARTED ITS MONTH END - CLOSE IT FIRST"
161670         perform 8600-PAUSE thru 8600-EXIT
161680         go to 7640-EXIT
161690     end-if.
161700     perform 7635-PREVIOUS-PERIOD thru 7635-EXIT.
161710     move DF-PC-PERIOD to PC-PERIOD.
161720     read periodfile record
161730         invalid key
161740             continue
161750     end-read.
161760     if DF-PERIODF-STATUS not = "00" or not PC-IS-CLOSED
161770         display "NO CLOSED PAY PERIOD BEFORE " DF-PC-OPEN-PERIOD
161780         perform 8600-PAUSE thru 8600-EXIT
161790         go to 7640-EXIT
161800     end-if.
161810     display "REOPEN PAY PERIOD " DF-PC-PERIOD " (Y/N): "
161820         with no advancing.
161830     accept DF-CONFIRM.
161840     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
161850         display "PERIOD NOT REOPENED"
161860         go to 7640-EXIT
161870     end-if.

161880     accept DF-PC-TODAY from date yyyymmdd.
161890     accept DF-PC-NOW from time.
161900     move "O" to PC-STATUS.
161910     move DF-ACTING-EMP-CODE to PC-REOPENED-BY.
161920     move DF-PC-TODAY to PC-REOPENED-DATE.
161930     move DF-PC-NOW to PC-REOPENED-TIME.
161940     rewrite PERIOD-REC
161950         invalid key
161960             perform 9900-ABEND thru 9900-EXIT
161970     end-rewrite.
161980     move DF-PC-OPEN-PERIOD to PC-PERIOD.
161990     delete periodfile record
162000         invalid key
162010             perform 9900-ABEND thru 9900-EXIT
162020     end-delete.
162030     perform 7605-READ-PERIOD-HEADER thru 7605-EXIT.
162040     move DF-PC-PERIOD to PC-H-OPEN-PERIOD.
162050     rewrite PERIOD-REC
162060         invalid key
162070             perform 9900-ABEND thru 9900-EXIT
162080     end-rewrite.

162090     move "PERREOPN" to DF-AUDIT-ACTION.
162100     move spaces to DF-SEC-TARGET-CODE.
162110     string "R" DF-PC-PERIOD delimited by size
162120         into DF-SEC-TARGET-CODE.
162130     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
162140     display "PAY PERIOD " DF-PC-PERIOD " REOPENED".
162150     move DF-PC-PERIOD to DF-PC-OPEN-PERIOD.
162160     perform 8600-PAUSE thru 8600-EXIT.
162170 7640-EXIT.
162180     exit.

162190****************************************************************
162200* 7650-GL-POSTINGS - the GL postings step.  Once the vendor    *
162210* return has proved the open period, the department gross      *
162220* totals are summed again from the period's pay history,       *
162230* proved to the register's control record, and 4040 writes the *
162240* posting batch from them.  A period already posted is only    *
162250* posted again deliberately - confirmed on-line, or DFRERUN=Y  *
162260* on an unattended run - and the rerun is audited as GLRERUN.  *
162270****************************************************************
162280 7650-GL-POSTINGS.
162290     move 3 to DF-PC-STEP.
162300     perform 7610-CHECK-STEP thru 7610-EXIT.
162310     if DF-PC-REFUSED
162320         perform 8600-PAUSE thru 8600-EXIT
162330         go to 7650-EXIT
162340     end-if.
162350     perform 7652-CHECK-GL-RERUN thru 7652-EXIT.
162360     if DF-PC-REFUSED
162370         perform 8600-PAUSE thru 8600-EXIT
162380         go to 7650-EXIT
162390     end-if.
162400     move DF-PC-OPEN-PERIOD to DF-YT-PERIOD.
162410     move zero to YT-EMP-NUM.
162420     move DF-YT-PERIOD to YT-PERIOD.
162430     read ytdfile record
162440         invalid key
162450             string "NO REGISTER CONTROL TOTALS FOR PAY PERIOD "
162460                 DF-YT-PERIOD
162470                 delimited by size into DF-PC-REASON
162480             perform 7611-REFUSE-STEP thru 7611-EXIT
162490             perform 8600-PAUSE thru 8600-EXIT
162500             go to 7650-EXIT
162510     end-read.
162520     if DF-YTD-STATUS not = "00"
162530         perform 9900-ABEND thru 9900-EXIT
162540     end-if.
162550     move YT-RUN-DATE to DF-REG-DATE.
162560     move YT-GROSS to DF-PC-CONTROL-GROSS.

162570     move zero to DF-DEPT-COUNT.
162580     move zero to DF-PC-GL-GROSS.
162590     move low-values to YT-KEY.
162600     move "N" to DF-YT-EOF-SWITCH.
162610     start ytdfile key is not less than YT-KEY
162620         invalid key
162630             move "Y" to DF-YT-EOF-SWITCH
162640     end-start.
162650     perform 7651-SUM-ONE-HISTORY thru 7651-EXIT
162660         until DF-YT-END-OF-FILE.
162670     if DF-PC-GL-GROSS not = DF-PC-CONTROL-GROSS
162680         string "PAY HISTORY FOR PERIOD " DF-YT-PERIOD
162690             " DOES NOT AGREE WITH THE REGISTER CONTROL TOTAL"
162700             delimited by size into DF-PC-REASON
162710         perform 7611-REFUSE-STEP thru 7611-EXIT
162720         perform 8600-PAUSE thru 8600-EXIT
162730         go to 7650-EXIT
162740     end-if.

162750     perform 4040-WRITE-GL-POSTINGS thru 4040-EXIT.
162760     perform 7615-RECORD-STEP thru 7615-EXIT.
162770     if DF-DEPT-MASTER-LOADED
162780         display "GL POSTING FILE WRITTEN TO " DF-GL-PATH
162790     end-if.
162800     perform 8600-PAUSE thru 8600-EXIT.
162810 7650-EXIT.
162820     exit.

162830 7651-SUM-ONE-HISTORY.
162840     read ytdfile next record
162850         at end
162860             move "Y" to DF-YT-EOF-SWITCH
162870             go to 7651-EXIT
162880     end-read.
162890     if DF-YTD-STATUS not = "00"
162900         perform 9900-ABEND thru 9900-EXIT
162910     end-if.
162920     if YT-PERIOD not = DF-YT-PERIOD or YT-EMP-NUM = zero
162930         go to 7651-EXIT
162940     end-if.
162950     add YT-GROSS to DF-PC-GL-GROSS.
162960     move YT-DEPARTMENT to DF-LOOKUP-DEPT.
162970     perform 2420-FIND-OR-ADD-DEPT thru 2420-EXIT.
162980     if DF-DFIDX not = zero
162990         add 1 to DF-DEPT-EMP-COUNT(DF-DFIDX)
163000         add YT-GROSS to DF-DEPT-SALARY-TOTAL(DF-DFIDX)
163010         add YT-NET to DF-DEPT-NET-TOTAL(DF-DFIDX)
163020     end-if.
163030 7651-EXIT.
163040     exit.
163050*>   The GL takes whatever posting file it is given, so a period
163060*>   whose postings step is already complete would be posted
163070*>   twice.
163080 7652-CHECK-GL-RERUN.
163090     move DF-PC-OPEN-PERIOD to DF-PC-PERIOD.
163100     perform 7606-READ-PERIOD thru 7606-EXIT.
163110     if not PC-STEP-COMPLETE(3)
163120         go to 7652-EXIT
163130     end-if.
163140     display "PAY PERIOD " DF-PC-OPEN-PERIOD " WAS POSTED TO THE "
163150         "GL ON " PC-STEP-DATE(3).
163160     if DF-BATCH-MODE
163170         if DF-YT-RERUN-REQUEST not = "Y"
163180             display "SET DFRERUN=Y TO POST IT AGAIN DELIBERATELY"
163190             move spaces to DF-PC-REASON
163200             string "PAY PERIOD " DF-PC-OPEN-PERIOD
163210                 " IS ALREADY POSTED TO THE GL"
163220                 delimited by size into DF-PC-REASON
163230             perform 7611-REFUSE-STEP thru 7611-EXIT
163240             go to 7652-EXIT
163250         end-if
163260     else
163270         display "POST IT AGAIN, REPLACING THE POSTING FILE? "
163280             "(Y/N): " with no advancing
163290         accept DF-CONFIRM
163300         if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
163310             display "GL POSTINGS NOT RUN"
163320             move "Y" to DF-PC-REFUSED-SWITCH
163330             go to 7652-EXIT
163340         end-if
163350     end-if.
163360     move "GLRERUN" to DF-AUDIT-ACTION.
163370     move spaces to DF-SEC-TARGET-CODE.
163380     string "R" DF-PC-OPEN-PERIOD delimited by size
163390         into DF-SEC-TARGET-CODE.
163400     perform 6910-WRITE-SECURITY-AUDIT thru 6910-EXIT.
163410     display "PAY PERIOD " DF-PC-OPEN-PERIOD " POSTED AGAIN AS A "
163420         "RERUN".
163430 7652-EXIT.
163440     exit.

163450****************************************************************
163460* 7700-GRADE-MENU - the salary grade master: per grade the     *
163470* minimum, midpoint and maximum annual salary every salary     *
163480* change is held to.  Reached from the establishment option,   *
163490* behind the same HR role.  Like the other masters, a change   *
163500* is stamped with who made it and when rather than audited.    *
163510****************************************************************
163520 7700-GRADE-MENU.
163530     display "GRADES - A)DD  U)PDATE  D)ELETE  L)IST  R)ETURN : "
163540         with no advancing.
163550     accept DF-GB-CHOICE.
163560     evaluate DF-GB-CHOICE
163570         when "A"
163580             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
163590             perform 7711-ADD-GRADE thru 7711-EXIT
163600         when "a"
163610             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
163620             perform 7711-ADD-GRADE thru 7711-EXIT
163630         when "U"
163640             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
163650             perform 7712-UPDATE-GRADE thru 7712-EXIT
163660         when "u"
163670             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
163680             perform 7712-UPDATE-GRADE thru 7712-EXIT
163690         when "D"
163700             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
163710             perform 7713-DELETE-GRADE thru 7713-EXIT
163720         when "d"
163730             perform 6000-PROMPT-ACTING-EMPLOYEE thru 6000-EXIT
163740             perform 7713-DELETE-GRADE thru 7713-EXIT
163750         when "L"
163760             perform 7714-LIST-GRADES thru 7714-EXIT
163770         when "l"
163780             perform 7714-LIST-GRADES thru 7714-EXIT
163790         when other
163800             continue
163810     end-evaluate.
163820 7700-EXIT.
163830     exit.

163840*>   The grade of the record in the record area, alongside the
163850*>   tier, department and salary 7206 places - spaces for a
163860*>   record not yet graded.
163870 7705-PLACE-GRADE.
163880     perform 7206-PLACE-RECORD thru 7206-EXIT.
163890     move spaces to DF-GB-REC-GRADE.
163900     evaluate EM-POSITION
163910         when "E"
163920             move EM-GRADE to DF-GB-REC-GRADE
163930         when "M"
163940             move MN-GRADE to DF-GB-REC-GRADE
163950         when "X"
163960             move EX-GRADE to DF-GB-REC-GRADE
163970         when other
163980             continue
163990     end-evaluate.
164000     if DF-GB-REC-GRADE = low-values
164010         move spaces to DF-GB-REC-GRADE
164020     end-if.
164030 7705-EXIT.
164040     exit.

164050*>   Captures the grade a master record is keyed on; a blank
164060*>   grade means the caller gave up.
164070 7710-PROMPT-GRADE-KEY.
164080     move "N" to DF-GB-KEY-SWITCH.
164090     display "ENTER GRADE: " with no advancing.
164100     move spaces to DF-GB-KEY.
164110     accept DF-GB-KEY.
164120     if DF-GB-KEY = spaces
164130         display "NOTHING ENTERED"
164140         go to 7710-EXIT
164150     end-if.
164160     move "Y" to DF-GB-KEY-SWITCH.
164170 7710-EXIT.
164180     exit.

164190 7711-ADD-GRADE.
164200     perform 7710-PROMPT-GRADE-KEY thru 7710-EXIT.
164210     if not DF-GB-KEY-OK
164220         go to 7711-EXIT
164230     end-if.
164240     initialize GRADE-REC.
164250     move DF-GB-KEY to GR-GRADE.
164260     perform 7716-PROMPT-GRADE-FIGURES thru 7716-EXIT.
164270     if not DF-GB-FIGURES-OK
164280         go to 7711-EXIT
164290     end-if.
164300     move DF-ACTING-EMP-CODE to GR-CHANGED-BY.
164310     accept GR-CHANGED-DATE from date yyyymmdd.
164320     write GRADE-REC
164330         invalid key
164340             display "GRADE " DF-GB-KEY " ALREADY ON FILE"
164350             go to 7711-EXIT
164360     end-write.
164370     if DF-GRADE-STATUS not = "00"
164380         perform 9900-ABEND thru 9900-EXIT
164390     end-if.
164400     display "GRADE ADDED".
164410 7711-EXIT.
164420     exit.

164430*>   The title and all three figures are keyed again.  A band
164440*>   that moves can leave people outside it - the compa-ratio
164450*>   report then lists them for the next review.
164460 7712-UPDATE-GRADE.
164470     perform 7710-PROMPT-GRADE-KEY thru 7710-EXIT.
164480     if not DF-GB-KEY-OK
164490         go to 7712-EXIT
164500     end-if.
164510     perform 7717-READ-GRADE-WITH-LOCK thru 7717-EXIT.
164520     if not DF-GB-FOUND
164530         go to 7712-EXIT
164540     end-if.
164550     perform 7719-SHOW-GRADE thru 7719-EXIT.
164560     display "ENTER THE NEW FIGURES".
164570     perform 7716-PROMPT-GRADE-FIGURES thru 7716-EXIT.
164580     if not DF-GB-FIGURES-OK
164590         unlock gradefile
164600         go to 7712-EXIT
164610     end-if.
164620     move DF-ACTING-EMP-CODE to GR-CHANGED-BY.
164630     accept GR-CHANGED-DATE from date yyyymmdd.
164640     rewrite GRADE-REC
164650         invalid key
164660             display "GRADE COULD NOT BE REWRITTEN"
164670             unlock gradefile
164680             go to 7712-EXIT
164690     end-rewrite.
164700     if DF-GRADE-STATUS not = "00"
164710         perform 9900-ABEND thru 9900-EXIT
164720     end-if.
164730     display "GRADE UPDATED".
164740 7712-EXIT.
164750     exit.

164760*>   A grade anyone on file still holds stays on the master -
164770*>   they would be left on a grade the band checks cannot find.
164780 7713-DELETE-GRADE.
164790     perform 7710-PROMPT-GRADE-KEY thru 7710-EXIT.
164800     if not DF-GB-KEY-OK
164810         go to 7713-EXIT
164820     end-if.
164830     perform 7717-READ-GRADE-WITH-LOCK thru 7717-EXIT.
164840     if not DF-GB-FOUND
164850         go to 7713-EXIT
164860     end-if.
164870     perform 7730-COUNT-GRADE-HOLDERS thru 7730-EXIT.
164880     if DF-GB-HOLDERS not = zero
164890         move DF-GB-HOLDERS to DF-GB-COUNT-EDIT
164900         display "GRADE " GR-GRADE " IS HELD BY" DF-GB-COUNT-EDIT
164910             " ON FILE - NOT DELETED"
164920         unlock gradefile
164930         go to 7713-EXIT
164940     end-if.
164950     perform 7719-SHOW-GRADE thru 7719-EXIT.
164960     display "CONFIRM DELETE OF GRADE " GR-GRADE " (Y/N): "
164970         with no advancing.
164980     accept DF-CONFIRM.
164990     if DF-CONFIRM not = "Y" and DF-CONFIRM not = "y"
165000         display "DELETE CANCELLED"
165010         unlock gradefile
165020         go to 7713-EXIT
165030     end-if.
165040     delete gradefile record
165050         invalid key
165060             display "GRADE COULD NOT BE DELETED"
165070             unlock gradefile
165080             go to 7713-EXIT
165090     end-delete.
165100     if DF-GRADE-STATUS not = "00"
165110         perform 9900-ABEND thru 9900-EXIT
165120     end-if.
165130     display "GRADE DELETED".
165140 7713-EXIT.
165150     exit.

165160 7714-LIST-GRADES.
165170     move zero to DF-GB-LISTED.
165180     move low-values to GR-GRADE.
165190     start gradefile key is not less than GR-GRADE
165200         invalid key
165210             display "GRADE MASTER IS EMPTY"
165220             go to 7714-EXIT
165230     end-start.
165240     display "GRD  TITLE                          "
165250         "       MINIMUM       MIDPOINT        MAXIMUM".
165260     perform 7715-LIST-ONE-GRADE thru 7715-EXIT
165270         until DF-GRADE-STATUS not = "00".
165280     display "GRADES ON FILE: " DF-GB-LISTED.
165290     perform 8600-PAUSE thru 8600-EXIT.
165300 7714-EXIT.
165310     exit.

165320 7715-LIST-ONE-GRADE.
165330     read gradefile next record
165340         at end
165350             go to 7715-EXIT
165360     end-read.
165370     if DF-GRADE-STATUS not = "00"
165380         perform 9900-ABEND thru 9900-EXIT
165390     end-if.
165400     move GR-MIN-SALARY to DF-GB-MIN-EDIT.
165410     move GR-MID-SALARY to DF-GB-MID-EDIT.
165420     move GR-MAX-SALARY to DF-GB-MAX-EDIT.
165430     display GR-GRADE " " GR-TITLE " " DF-GB-MIN-EDIT " "
165440         DF-GB-MID-EDIT " " DF-GB-MAX-EDIT.
165450     add 1 to DF-GB-LISTED.
165460 7715-EXIT.
165470     exit.

165480*>   A band runs low to high with its midpoint inside it, and a
165490*>   midpoint of nought would leave the compa-ratio nothing to
165500*>   measure against.
165510 7716-PROMPT-GRADE-FIGURES.
165520     move "N" to DF-GB-FIGURES-SWITCH.
165530     display "GRADE TITLE: " with no advancing.
165540     accept GR-TITLE.
165550     display "MINIMUM SALARY: " with no advancing.
165560     accept GR-MIN-SALARY.
165570     display "MIDPOINT SALARY: " with no advancing.
165580     accept GR-MID-SALARY.
165590     display "MAXIMUM SALARY: " with no advancing.
165600     accept GR-MAX-SALARY.
165610     if GR-MID-SALARY = zero
165620             or GR-MIN-SALARY > GR-MID-SALARY
165630             or GR-MID-SALARY > GR-MAX-SALARY
165640         display "MINIMUM, MIDPOINT AND MAXIMUM MUST RUN LOW TO "
165650             "HIGH - NOTHING FILED"
165660         go to 7716-EXIT
165670     end-if.
165680     move "Y" to DF-GB-FIGURES-SWITCH.
165690 7716-EXIT.
165700     exit.

165710*>   Keyed read of grade DF-GB-KEY under its lock, ahead of a
165720*>   REWRITE or DELETE.
165730 7717-READ-GRADE-WITH-LOCK.
165740     move "N" to DF-GB-FOUND-SWITCH.
165750     move DF-GB-KEY to GR-GRADE.
165760     read gradefile record with lock
165770         invalid key
165780             display "NO GRADE " DF-GB-KEY " ON FILE"
165790             go to 7717-EXIT
165800     end-read.
165810     if DF-GRADE-STATUS = "51" or DF-GRADE-STATUS = "99"
165820         display "GRADE IN USE BY ANOTHER OPERATOR - TRY "
165830             "AGAIN IN A MOMENT"
165840         go to 7717-EXIT
165850     end-if.
165860     if DF-GRADE-STATUS not = "00"
165870         perform 9900-ABEND thru 9900-EXIT
165880     end-if.
165890     move "Y" to DF-GB-FOUND-SWITCH.
165900 7717-EXIT.
165910     exit.

165920 7719-SHOW-GRADE.
165930     move GR-MIN-SALARY to DF-GB-MIN-EDIT.
165940     move GR-MID-SALARY to DF-GB-MID-EDIT.
165950     move GR-MAX-SALARY to DF-GB-MAX-EDIT.
165960     display "GRADE " GR-GRADE " " GR-TITLE.
165970     display "MINIMUM " DF-GB-MIN-EDIT
165980         "  MIDPOINT " DF-GB-MID-EDIT
165990         "  MAXIMUM " DF-GB-MAX-EDIT.
166000     display "LAST CHANGED BY " GR-CHANGED-BY " ON "
166010         GR-CHANGED-DATE.
166020 7719-EXIT.
166030     exit.

166040*>   How many on file hold grade DF-GB-KEY, on the scan's own
166050*>   switch.
166060 7730-COUNT-GRADE-HOLDERS.
166070     move zero to DF-GB-HOLDERS.
166080     move "N" to DF-GB-SCAN-SWITCH.
166090     move zero to EM-EMP-NUM.
166100     start stafffile key is not less than EM-EMP-NUM
166110         invalid key
166120             move "Y" to DF-GB-SCAN-SWITCH
166130     end-start.
166140     perform 7731-COUNT-ONE-HOLDER thru 7731-EXIT
166150         until DF-GB-SCAN-DONE.
166160 7730-EXIT.
166170     exit.

166180 7731-COUNT-ONE-HOLDER.
166190     read stafffile next record
166200         at end
166210             move "Y" to DF-GB-SCAN-SWITCH
166220             go to 7731-EXIT
166230     end-read.
166240     if FILE-STATUS not = "00"
166250         perform 9900-ABEND thru 9900-EXIT
166260     end-if.
166270     perform 7705-PLACE-GRADE thru 7705-EXIT.
166280     if DF-EB-TIER not = zero and DF-GB-REC-GRADE = DF-GB-KEY
166290         add 1 to DF-GB-HOLDERS
166300     end-if.
166310 7731-EXIT.
166320     exit.

166330****************************************************************
166340* 7740-CHECK-GRADE-BAND - is DF-GB-SALARY inside the band of   *
166350* grade DF-GB-GRADE? DF-GB-RESULT comes back in band (space),  *
166360* not graded (U) for a blank grade, not on the master (N),     *
166370* below the minimum (L) or above the maximum (H); for the last *
166380* two DF-GB-LIMIT holds the limit breached and GRADE-REC the   *
166390* grade.  Nothing is shown or asked - 7745 does that on-line.  *
166400****************************************************************
166410 7740-CHECK-GRADE-BAND.
166420     move space to DF-GB-RESULT.
166430     move zero to DF-GB-LIMIT.
166440     if DF-GB-GRADE = spaces or DF-GB-GRADE = low-values
166450         move "U" to DF-GB-RESULT
166460         go to 7740-EXIT
166470     end-if.
166480     move DF-GB-GRADE to GR-GRADE.
166490     read gradefile record
166500         invalid key
166510             move "N" to DF-GB-RESULT
166520             go to 7740-EXIT
166530     end-read.
166540     if DF-GRADE-STATUS not = "00"
166550         perform 9900-ABEND thru 9900-EXIT
166560     end-if.
166570     if DF-GB-SALARY < GR-MIN-SALARY
166580         move "L" to DF-GB-RESULT
166590         move GR-MIN-SALARY to DF-GB-LIMIT
166600     end-if.
166610     if DF-GB-SALARY > GR-MAX-SALARY
166620         move "H" to DF-GB-RESULT
166630         move GR-MAX-SALARY to DF-GB-LIMIT
166640     end-if.
166650 7740-EXIT.
166660     exit.

166670****************************************************************
166680* 7745-CONFIRM-GRADE-BAND - the on-line check.  Runs 7740 for  *
166690* the grade and salary the caller has set.  A grade not on the *
166700* master is refused; a salary outside the band is shown        *
166710* against the limit it breaks and the operator asked for an    *
166720* override.  DF-GB-PROCEED says whether to go on;              *
166730* DF-GB-OVERRIDDEN that an override was given, for 7747 to     *
166740* audit once the change is filed.                              *
166750****************************************************************
166760 7745-CONFIRM-GRADE-BAND.
166770     move "Y" to DF-GB-PROCEED-SWITCH.
166780     move "N" to DF-GB-OVERRIDE-SWITCH.
166790     perform 7740-CHECK-GRADE-BAND thru 7740-EXIT.
166800     if DF-GB-NOT-ON-MASTER
166810         display "GRADE " DF-GB-GRADE " IS NOT ON THE GRADE "
166820             "MASTER - NOTHING CHANGED"
166830         move "N" to DF-GB-PROCEED-SWITCH
166840         go to 7745-EXIT
166850     end-if.
166860     if not DF-GB-OUT-OF-BAND
166870         go to 7745-EXIT
166880     end-if.
166890     move DF-GB-SALARY to DF-GB-MONEY-EDIT.
166900     move DF-GB-LIMIT to DF-GB-LIMIT-EDIT.
166910     if DF-GB-BELOW
166920         display "WARNING - SALARY " DF-GB-MONEY-EDIT
166930             " IS BELOW THE GRADE " DF-GB-GRADE " MINIMUM "
166940             DF-GB-LIMIT-EDIT
166950     else
166960         display "WARNING - SALARY " DF-GB-MONEY-EDIT
166970             " IS ABOVE THE GRADE " DF-GB-GRADE " MAXIMUM "
166980             DF-GB-LIMIT-EDIT
166990     end-if.
167000     display "OVERRIDE THE GRADE BAND (Y/N): " with no advancing.
167010     accept DF-CONFIRM.
167020     if DF-CONFIRM = "Y" or DF-CONFIRM = "y"
167030         move "Y" to DF-GB-OVERRIDE-SWITCH
167040         display "GRADE BAND OVERRIDDEN - THE OVERRIDE WILL BE "
167050             "AUDITED"
167060     else
167070         move "N" to DF-GB-PROCEED-SWITCH
167080         display "GRADE BAND NOT OVERRIDDEN - NOTHING CHANGED"
167090     end-if.
167100 7745-EXIT.
167110     exit.

167120****************************************************************
167130* 7747-AUDIT-GRADE - after a change is filed for the person in *
167140* the record area: a GRADECHG entry when the grade moved from  *
167150* DF-GB-OLD-GRADE to DF-GB-GRADE, its department fields        *
167160* carrying the old and new grade and its salary fields the     *
167170* salary; and a GRADOVER entry when the band was overridden,   *
167180* its department fields carrying the grade and its salary      *
167190* fields the limit breached before and the salary filed after. *
167200****************************************************************
167210 7747-AUDIT-GRADE.
167220     if DF-GB-GRADE not = DF-GB-OLD-GRADE
167230         move "GRADECHG" to DF-AUDIT-ACTION
167240         move DF-GB-OLD-GRADE to DF-AUDIT-BEFORE-DEPT
167250         move DF-GB-GRADE to DF-AUDIT-AFTER-DEPT
167260         move DF-GB-SALARY to DF-AUDIT-BEFORE-SALARY
167270         move DF-GB-SALARY to DF-AUDIT-AFTER-SALARY
167280         perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT
167290     end-if.
167300     if DF-GB-OVERRIDDEN
167310         move "GRADOVER" to DF-AUDIT-ACTION
167320         move DF-GB-GRADE to DF-AUDIT-BEFORE-DEPT
167330         move DF-GB-GRADE to DF-AUDIT-AFTER-DEPT
167340         move DF-GB-LIMIT to DF-AUDIT-BEFORE-SALARY
167350         move DF-GB-SALARY to DF-AUDIT-AFTER-SALARY
167360         perform 6900-WRITE-AUDIT-ENTRY thru 6900-EXIT
167370     end-if.
167380 7747-EXIT.
167390     exit.

167400****************************************************************
167410* 7760-COMPA-RATIO-REPORT - everyone on file with their salary *
167420* as a percentage of their grade midpoint, by department and   *
167430* grade, with each grade's average.  Then everyone below their *
167440* grade minimum or above their maximum, for HR to put right at *
167450* the next review, and everyone not graded or on a grade the   *
167460* master does not hold.                                        *
167470****************************************************************
167480 7760-COMPA-RATIO-REPORT.
167490     move zero to DF-GB-USED.
167500     move zero to DF-GB-COUNT.
167510     move zero to DF-GB-PEOPLE.
167520     move zero to DF-GB-GRADED.
167530     move zero to DF-GB-BELOW-COUNT.
167540     move zero to DF-GB-ABOVE-COUNT.
167550     move zero to DF-GB-OUTSIDE-COUNT.
167560     move zero to DF-GB-UNGRADED-COUNT.
167570     move zero to DF-GB-UNKNOWN-COUNT.
167580     move "N" to DF-GB-OVERFLOW-SWITCH.
167590     move "N" to DF-GB-GROUP-SWITCH.
167600     accept DF-GB-TODAY from date yyyymmdd.

167610     open output comparptfile.
167620     if DF-COMPARPT-STATUS not = "00"
167630         perform 9900-ABEND thru 9900-EXIT
167640     end-if.
167650     move spaces to COMPA-LINE.
167660     string "COMPA-RATIO BY DEPARTMENT AND GRADE  RUN DATE "
167670         DF-GB-TODAY
167680         delimited by size into COMPA-LINE.
167690     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
167700     move spaces to COMPA-LINE.
167710     string "SALARY AS A PERCENTAGE OF THE GRADE MIDPOINT"
167720         delimited by size into COMPA-LINE.
167730     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
167740     move spaces to COMPA-LINE.
167750     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
167760     perform 7768-WRITE-COLUMN-HEADS thru 7768-EXIT.

167770     perform 3110-REOPEN-STAFFFILE-FOR-SCAN thru 3110-EXIT.
167780     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
167790     perform 7761-COLLECT-ONE-PERSON thru 7761-EXIT
167800         until DF-END-OF-FILE.
167810     perform 7762-ORDER-ONE-ENTRY thru 7762-EXIT
167820         until DF-GB-COUNT not < DF-GB-USED.

167830     perform 7764-PRINT-ONE-GRADED thru 7764-EXIT
167840         varying DF-GB-SUB from 1 by 1
167850             until DF-GB-SUB > DF-GB-USED.
167860     if DF-GB-GROUP-OPEN
167870         perform 7765-PRINT-GROUP-TOTAL thru 7765-EXIT
167880     end-if.

167890     move spaces to COMPA-LINE.
167900     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
167910     move spaces to COMPA-LINE.
167920     string "OUTSIDE THE GRADE BAND - FOR CORRECTION AT THE NEXT "
167930         "REVIEW"
167940         delimited by size into COMPA-LINE.
167950     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
167960     perform 7768-WRITE-COLUMN-HEADS thru 7768-EXIT.
167970     perform 7766-PRINT-ONE-OUTSIDE thru 7766-EXIT
167980         varying DF-GB-SUB from 1 by 1
167990             until DF-GB-SUB > DF-GB-USED.
168000     if DF-GB-OUTSIDE-COUNT = zero
168010         move spaces to COMPA-LINE
168020         string "NOBODY IS OUTSIDE THEIR GRADE BAND"
168030             delimited by size into COMPA-LINE
168040         perform 7769-WRITE-COMPA-LINE thru 7769-EXIT
168050     end-if.

168060     move spaces to COMPA-LINE.
168070     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168080     move spaces to COMPA-LINE.
168090     string "NOT GRADED, OR ON A GRADE NOT ON THE GRADE MASTER"
168100         delimited by size into COMPA-LINE.
168110     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168120     perform 7768-WRITE-COLUMN-HEADS thru 7768-EXIT.
168130     perform 7767-PRINT-ONE-UNGRADED thru 7767-EXIT
168140         varying DF-GB-SUB from 1 by 1
168150             until DF-GB-SUB > DF-GB-USED.
168160     if DF-GB-UNGRADED-COUNT = zero and DF-GB-UNKNOWN-COUNT = zero
168170         move spaces to COMPA-LINE
168180         string "EVERYONE ON FILE IS GRADED"
168190             delimited by size into COMPA-LINE
168200         perform 7769-WRITE-COMPA-LINE thru 7769-EXIT
168210     end-if.

168220     move spaces to COMPA-LINE.
168230     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168240     move DF-GB-PEOPLE to DF-GB-COUNT-EDIT.
168250     move spaces to COMPA-LINE.
168260     string "PEOPLE ON FILE       " DF-GB-COUNT-EDIT
168270         delimited by size into COMPA-LINE.
168280     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168290     move DF-GB-GRADED to DF-GB-COUNT-EDIT.
168300     move spaces to COMPA-LINE.
168310     string "GRADED               " DF-GB-COUNT-EDIT
168320         delimited by size into COMPA-LINE.
168330     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168340     move DF-GB-BELOW-COUNT to DF-GB-COUNT-EDIT.
168350     move spaces to COMPA-LINE.
168360     string "BELOW GRADE MINIMUM  " DF-GB-COUNT-EDIT
168370         delimited by size into COMPA-LINE.
168380     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168390     move DF-GB-ABOVE-COUNT to DF-GB-COUNT-EDIT.
168400     move spaces to COMPA-LINE.
168410     string "ABOVE GRADE MAXIMUM  " DF-GB-COUNT-EDIT
168420         delimited by size into COMPA-LINE.
168430     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168440     move DF-GB-UNGRADED-COUNT to DF-GB-COUNT-EDIT.
168450     move spaces to COMPA-LINE.
168460     string "NOT GRADED           " DF-GB-COUNT-EDIT
168470         delimited by size into COMPA-LINE.
168480     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168490     move DF-GB-UNKNOWN-COUNT to DF-GB-COUNT-EDIT.
168500     move spaces to COMPA-LINE.
168510     string "GRADE NOT ON MASTER  " DF-GB-COUNT-EDIT
168520         delimited by size into COMPA-LINE.
168530     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
168540     if DF-GB-OVERFLOWED
168550         move spaces to COMPA-LINE
168560         string "REPORT TABLE FULL - LATER PEOPLE COUNTED "
168570             "BUT NOT LISTED"
168580             delimited by size into COMPA-LINE
168590         perform 7769-WRITE-COMPA-LINE thru 7769-EXIT
168600     end-if.
168610     close comparptfile.
168620     display "COMPA-RATIO REPORT WRITTEN TO " DF-COMPARPT-PATH.
168630     display "GRADED: " DF-GB-GRADED "  BELOW MINIMUM: "
168640         DF-GB-BELOW-COUNT "  ABOVE MAXIMUM: " DF-GB-ABOVE-COUNT.
168650     perform 8600-PAUSE thru 8600-EXIT.
168660 7760-EXIT.
168670     exit.

168680*>   One person into the report table, set against their grade.
168690*>   Everyone is counted; the table only lists the first 3000.
168700 7761-COLLECT-ONE-PERSON.
168710     perform 7705-PLACE-GRADE thru 7705-EXIT.
168720     if DF-EB-TIER = zero
168730         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
168740         go to 7761-EXIT
168750     end-if.
168760     add 1 to DF-GB-PEOPLE.
168770     move DF-GB-REC-GRADE to DF-GB-GRADE.
168780     move DF-EB-SALARY to DF-GB-SALARY.
168790     perform 7740-CHECK-GRADE-BAND thru 7740-EXIT.
168800     evaluate true
168810         when DF-GB-UNGRADED
168820             add 1 to DF-GB-UNGRADED-COUNT
168830         when DF-GB-NOT-ON-MASTER
168840             add 1 to DF-GB-UNKNOWN-COUNT
168850         when other
168860             add 1 to DF-GB-GRADED
168870     end-evaluate.
168880     if DF-GB-BELOW
168890         add 1 to DF-GB-BELOW-COUNT
168900         add 1 to DF-GB-OUTSIDE-COUNT
168910     end-if.
168920     if DF-GB-ABOVE
168930         add 1 to DF-GB-ABOVE-COUNT
168940         add 1 to DF-GB-OUTSIDE-COUNT
168950     end-if.
168960     if DF-GB-USED not < 3000
168970         move "Y" to DF-GB-OVERFLOW-SWITCH
168980         perform 3100-READ-NEXT-RECORD thru 3100-EXIT
168990         go to 7761-EXIT
169000     end-if.
169010     add 1 to DF-GB-USED.
169020     move DF-GB-USED to DF-GB-IDX.
169030     initialize DF-GB-ENTRY(DF-GB-IDX).
169040     move DF-EB-REC-DEPT to DF-GB-T-DEPT(DF-GB-IDX).
169050     move DF-GB-REC-GRADE to DF-GB-T-GRADE(DF-GB-IDX).
169060     move EM-CODE to DF-GB-T-CODE(DF-GB-IDX).
169070     move EM-SURNAME to DF-GB-T-NAME(DF-GB-IDX).
169080     move DF-EB-SALARY to DF-GB-T-SALARY(DF-GB-IDX).
169090     move DF-GB-RESULT to DF-GB-T-RESULT(DF-GB-IDX).
169100     move "N" to DF-GB-T-DONE(DF-GB-IDX).
169110     if not DF-GB-UNGRADED and not DF-GB-NOT-ON-MASTER
169120         move GR-MIN-SALARY to DF-GB-T-MIN(DF-GB-IDX)
169130         move GR-MID-SALARY to DF-GB-T-MID(DF-GB-IDX)
169140         move GR-MAX-SALARY to DF-GB-T-MAX(DF-GB-IDX)
169150         compute DF-GB-T-COMPA(DF-GB-IDX) rounded =
169160             DF-EB-SALARY * 100 / GR-MID-SALARY
169170     end-if.
169180     perform 3100-READ-NEXT-RECORD thru 3100-EXIT.
169190 7761-EXIT.
169200     exit.

169210*>   One pass picks the lowest department, grade and employee
169220*>   not yet placed.
169230 7762-ORDER-ONE-ENTRY.
169240     move zero to DF-GB-IDX.
169250     perform 7763-FIND-LOWEST-ENTRY thru 7763-EXIT
169260         varying DF-GB-SUB from 1 by 1
169270             until DF-GB-SUB > DF-GB-USED.
169280     move "Y" to DF-GB-T-DONE(DF-GB-IDX).
169290     add 1 to DF-GB-COUNT.
169300     move DF-GB-IDX to DF-GB-ORDER(DF-GB-COUNT).
169310 7762-EXIT.
169320     exit.

169330 7763-FIND-LOWEST-ENTRY.
169340     if DF-GB-T-DONE(DF-GB-SUB) = "Y"
169350         go to 7763-EXIT
169360     end-if.
169370     if DF-GB-IDX = zero
169380         move DF-GB-SUB to DF-GB-IDX
169390         go to 7763-EXIT
169400     end-if.
169410     if DF-GB-T-KEY(DF-GB-SUB) < DF-GB-T-KEY(DF-GB-IDX)
169420         move DF-GB-SUB to DF-GB-IDX
169430     end-if.
169440 7763-EXIT.
169450     exit.

169460*>   The graded, a group per department and grade with the
169470*>   group's average compa-ratio under it.
169480 7764-PRINT-ONE-GRADED.
169490     move DF-GB-ORDER(DF-GB-SUB) to DF-GB-IDX.
169500     if DF-GB-T-RESULT(DF-GB-IDX) = "U"
169510             or DF-GB-T-RESULT(DF-GB-IDX) = "N"
169520         go to 7764-EXIT
169530     end-if.
169540     if DF-GB-GROUP-OPEN
169550         if DF-GB-T-DEPT(DF-GB-IDX) not = DF-GB-PREV-DEPT
169560                 or DF-GB-T-GRADE(DF-GB-IDX)
169570                     not = DF-GB-PREV-GRADE
169580             perform 7765-PRINT-GROUP-TOTAL thru 7765-EXIT
169590         end-if
169600     end-if.
169610     if not DF-GB-GROUP-OPEN
169620         move DF-GB-T-DEPT(DF-GB-IDX) to DF-GB-PREV-DEPT
169630         move DF-GB-T-GRADE(DF-GB-IDX) to DF-GB-PREV-GRADE
169640         move zero to DF-GB-GRP-COUNT
169650         move zero to DF-GB-GRP-SALARY
169660         move zero to DF-GB-GRP-MID
169670         move "Y" to DF-GB-GROUP-SWITCH
169680     end-if.
169690     perform 7770-BUILD-PERSON-LINE thru 7770-EXIT.
169700     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
169710     add 1 to DF-GB-GRP-COUNT.
169720     add DF-GB-T-SALARY(DF-GB-IDX) to DF-GB-GRP-SALARY.
169730     add DF-GB-T-MID(DF-GB-IDX) to DF-GB-GRP-MID.
169740 7764-EXIT.
169750     exit.

169760*>   The group's average is its salary bill over the sum of its
169770*>   midpoints, so each person weighs the same.
169780 7765-PRINT-GROUP-TOTAL.
169790     move zero to DF-GB-COMPA.
169800     if DF-GB-GRP-MID not = zero
169810         compute DF-GB-COMPA rounded =
169820             DF-GB-GRP-SALARY * 100 / DF-GB-GRP-MID
169830     end-if.
169840     move DF-GB-GRP-COUNT to DF-GB-COUNT-EDIT.
169850     move DF-GB-COMPA to DF-GB-COMPA-EDIT.
169860     move spaces to COMPA-LINE.
169870     string "      DEPT " DF-GB-PREV-DEPT
169880         " GRADE " DF-GB-PREV-GRADE
169890         "  PEOPLE" DF-GB-COUNT-EDIT
169900         "  AVERAGE COMPA-RATIO " DF-GB-COMPA-EDIT
169910         delimited by size into COMPA-LINE.
169920     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
169930     move spaces to COMPA-LINE.
169940     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
169950     move "N" to DF-GB-GROUP-SWITCH.
169960 7765-EXIT.
169970     exit.

169980 7766-PRINT-ONE-OUTSIDE.
169990     move DF-GB-ORDER(DF-GB-SUB) to DF-GB-IDX.
170000     if DF-GB-T-RESULT(DF-GB-IDX) = "L"
170010             or DF-GB-T-RESULT(DF-GB-IDX) = "H"
170020         perform 7770-BUILD-PERSON-LINE thru 7770-EXIT
170030         perform 7769-WRITE-COMPA-LINE thru 7769-EXIT
170040     end-if.
170050 7766-EXIT.
170060     exit.

170070*>   The not graded and the grades the master does not hold
170080*>   have no band, so only their salary is shown.
170090 7767-PRINT-ONE-UNGRADED.
170100     move DF-GB-ORDER(DF-GB-SUB) to DF-GB-IDX.
170110     if DF-GB-T-RESULT(DF-GB-IDX) = "U"
170120             or DF-GB-T-RESULT(DF-GB-IDX) = "N"
170130         perform 7770-BUILD-PERSON-LINE thru 7770-EXIT
170140         perform 7769-WRITE-COMPA-LINE thru 7769-EXIT
170150     end-if.
170160 7767-EXIT.
170170     exit.

170180 7768-WRITE-COLUMN-HEADS.
170190     move spaces to COMPA-LINE.
170200     string "DEPT  GRADE CODE     NAME                    "
170210         "        SALARY         MINIMUM        MIDPOINT"
170220         "         MAXIMUM  COMPA %"
170230         delimited by size into COMPA-LINE.
170240     perform 7769-WRITE-COMPA-LINE thru 7769-EXIT.
170250 7768-EXIT.
170260     exit.

170270 7769-WRITE-COMPA-LINE.
170280     write COMPA-LINE.
170290     if DF-COMPARPT-STATUS not = "00"
170300         perform 9900-ABEND thru 9900-EXIT
170310     end-if.
170320 7769-EXIT.
170330     exit.

170340*>   The report line for table entry DF-GB-IDX, left in
170350*>   COMPA-LINE.
170360 7770-BUILD-PERSON-LINE.
170370     move spaces to DF-GB-LINE.
170380     move DF-GB-T-DEPT(DF-GB-IDX) to DF-GB-L-DEPT.
170390     move DF-GB-T-GRADE(DF-GB-IDX) to DF-GB-L-GRADE.
170400     move DF-GB-T-CODE(DF-GB-IDX) to DF-GB-L-CODE.
170410     move DF-GB-T-NAME(DF-GB-IDX) to DF-GB-L-NAME.
170420     move DF-GB-T-SALARY(DF-GB-IDX) to DF-GB-L-SALARY.
170430     evaluate DF-GB-T-RESULT(DF-GB-IDX)
170440         when "U"
170450             move "NOT GRADED" to DF-GB-L-FLAG
170460         when "N"
170470             move "NOT ON MASTER" to DF-GB-L-FLAG
170480         when other
170490             move DF-GB-T-MIN(DF-GB-IDX) to DF-GB-L-MIN
170500             move DF-GB-T-MID(DF-GB-IDX) to DF-GB-L-MID
170510             move DF-GB-T-MAX(DF-GB-IDX) to DF-GB-L-MAX
170520             move DF-GB-T-COMPA(DF-GB-IDX) to DF-GB-L-COMPA
170530     end-evaluate.
170540     if DF-GB-T-RESULT(DF-GB-IDX) = "L"
170550         move "BELOW MINIMUM" to DF-GB-L-FLAG
170560     end-if.
170570     if DF-GB-T-RESULT(DF-GB-IDX) = "H"
170580         move "ABOVE MAXIMUM" to DF-GB-L-FLAG
170590     end-if.
170600     move DF-GB-LINE to COMPA-LINE.
170610 7770-EXIT.
170620     exit.

170630****************************************************************
170640* 8000-BATCH-RUN - the unattended window.  Runs the one        *
170650* function DFRUNMODE names, with no prompts anywhere - 8600    *
170660* swallows the pauses - writes a run log line per step with    *
170670* the control counts the run accumulated, and leaves the       *
170680* worst return code in RETURN-CODE so the scheduler knows      *
170690* whether to release the next job: 0 clean, 4 breaks or        *
170700* rejects to look at, 8 the run could not do what it was       *
170710* asked, 16 an abend.                                          *
170720****************************************************************
170730 8000-BATCH-RUN.
170740     open extend runlog.
170750     if DF-RUNLOG-STATUS = "05" or DF-RUNLOG-STATUS = "00"
170760         continue
170770     else
170780         perform 9900-ABEND thru 9900-EXIT
170790     end-if.

170800     accept DF-REG-DATE from date yyyymmdd.
170810     move spaces to RUNLOG-LINE.
170820     string "RUN START " DF-REG-DATE
170830         " FUNCTION " DF-RUN-FUNCTION
170840         " OPERATOR " DF-ACTING-EMP-CODE
170850         delimited by size into RUNLOG-LINE.
170860     perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT.

170870*>   The batch operator's role covers the same ground as the
170880*>   menu gates: the purge and the pay period close are
170890*>   admin-only, and the transaction run, the variable pay
170900*>   load, the age roll, the sickness report, the establishment
170910*>   variance report, the changed bank details report, the
170920*>   month-end snapshot, the movement report, the
170930*>   likely-duplicates report and the compa-ratio report take
170940*>   the HR update role.  A
170950*>   refusal is logged and the run ends with RC 8 so the
170960*>   scheduler holds the next job.
170970     move space to DF-REQUIRED-ROLE.
170980     evaluate DF-RUN-FUNCTION
170990         when "PURGE"
171000             move "A" to DF-REQUIRED-ROLE
171010         when "CLOSE"
171020             move "A" to DF-REQUIRED-ROLE
171030         when "TRANS"
171040             move "H" to DF-REQUIRED-ROLE
171050         when "AGEROLL"
171060             move "H" to DF-REQUIRED-ROLE
171070         when "ABSENCE"
171080             move "H" to DF-REQUIRED-ROLE
171090         when "VARPAY"
171100             move "H" to DF-REQUIRED-ROLE
171110         when "ESTAB"
171120             move "H" to DF-REQUIRED-ROLE
171130         when "BANKCHG"
171140             move "H" to DF-REQUIRED-ROLE
171150         when "SNAPSHOT"
171160             move "H" to DF-REQUIRED-ROLE
171170         when "MOVEMENT"
171180             move "H" to DF-REQUIRED-ROLE
171190         when "DUPES"
171200             move "H" to DF-REQUIRED-ROLE
171210         when "COMPA"
171220             move "H" to DF-REQUIRED-ROLE
171230         when other
171240             continue
171250     end-evaluate.
171260     if DF-REQUIRED-ROLE not = space
171270         perform 5260-CHECK-AUTHORITY thru 5260-EXIT
171280         if not DF-AUTH-GRANTED
171290             move spaces to RUNLOG-LINE
171300             string "FUNCTION " DF-RUN-FUNCTION
171310                 " REFUSED - OPERATOR ROLE DOES NOT COVER IT"
171320                 delimited by size into RUNLOG-LINE
171330             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171340             move 8 to DF-RUN-RC
171350             go to 8005-BATCH-RUN-END
171360         end-if
171370     end-if.

171380     evaluate DF-RUN-FUNCTION
171390         when "REGISTER"
171400             perform 4000-PAY-REGISTER thru 4000-EXIT
171410             if DF-PC-REFUSED
171420                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
171430                 go to 8005-BATCH-RUN-END
171440             end-if
171450             if DF-BA-REPORTED not = zero
171460                 move DF-BA-REPORTED to DF-RL-COUNT-EDIT
171470                 move spaces to RUNLOG-LINE
171480                 string "STEP REGISTER BANK CHANGES REPORTED "
171490                     DF-RL-COUNT-EDIT
171500                     delimited by size into RUNLOG-LINE
171510                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171520             end-if
171530             if DF-BA-NO-DETAILS
171540                 move DF-BA-MISSING to DF-RL-COUNT-EDIT
171550                 move spaces to RUNLOG-LINE
171560                 string "STEP REGISTER STOPPED - NO BANK DETAILS "
171570                     DF-RL-COUNT-EDIT
171580                     delimited by size into RUNLOG-LINE
171590                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171600                 go to 8005-BATCH-RUN-END
171610             end-if
171620             if DF-PERIOD-REFUSED
171630                 move spaces to RUNLOG-LINE
171640                 string "STEP REGISTER REFUSED FOR PERIOD "
171650                     DF-YT-PERIOD
171660                     delimited by size into RUNLOG-LINE
171670                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171680                 go to 8005-BATCH-RUN-END
171690             end-if
171700             move DF-RECORD-COUNTER to DF-RL-COUNT-EDIT
171710             move spaces to RUNLOG-LINE
171720             string "STEP REGISTER PERSONS " DF-RL-COUNT-EDIT
171730                 delimited by size into RUNLOG-LINE
171740             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171750             move DF-REG-GRAND-GROSS to DF-PS-MONEY-EDIT
171760             move spaces to RUNLOG-LINE
171770             string "STEP REGISTER GROSS " DF-PS-MONEY-EDIT
171780                 delimited by size into RUNLOG-LINE
171790             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171800             move DF-REG-GRAND-NET to DF-PS-MONEY-EDIT
171810             move spaces to RUNLOG-LINE
171820             string "STEP REGISTER NET " DF-PS-MONEY-EDIT
171830                 delimited by size into RUNLOG-LINE
171840             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171850             move DF-VP-GRAND-ADDED to DF-PS-MONEY-EDIT
171860             move spaces to RUNLOG-LINE
171870             string "STEP REGISTER VARIABLE PAY " DF-PS-MONEY-EDIT
171880                 delimited by size into RUNLOG-LINE
171890             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171900             if DF-VP-UNPAID not = zero
171910                 move DF-VP-UNPAID to DF-RL-COUNT-EDIT
171920                 move spaces to RUNLOG-LINE
171930                 string "STEP REGISTER ELEMENTS NOT PAID "
171940                     DF-RL-COUNT-EDIT
171950                     delimited by size into RUNLOG-LINE
171960                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
171970                 if DF-RUN-RC < 4
171980                     move 4 to DF-RUN-RC
171990                 end-if
172000             end-if
172010             move DF-BA-CREDITS to DF-RL-COUNT-EDIT
172020             move spaces to RUNLOG-LINE
172030             string "STEP REGISTER BANK CREDITS " DF-RL-COUNT-EDIT
172040                 delimited by size into RUNLOG-LINE
172050             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172060             if DF-BA-OUT-OF-PROOF
172070                 move spaces to RUNLOG-LINE
172080                 string "STEP REGISTER BANK PAYMENTS NOT IN "
172090                     "PROOF - FILE WITHDRAWN"
172100                     delimited by size into RUNLOG-LINE
172110                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172120             end-if
172130         when "ACCRUAL"
172140             perform 4400-LEAVE-ACCRUAL thru 4400-EXIT
172150             if DF-PC-REFUSED
172160                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
172170                 go to 8005-BATCH-RUN-END
172180             end-if
172190             move DF-LV-UPDATED to DF-RL-COUNT-EDIT
172200             move spaces to RUNLOG-LINE
172210             string "STEP ACCRUAL ROLLED " DF-RL-COUNT-EDIT
172220                 delimited by size into RUNLOG-LINE
172230             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172240             move DF-LV-CREATED to DF-RL-COUNT-EDIT
172250             move spaces to RUNLOG-LINE
172260             string "STEP ACCRUAL OPENED " DF-RL-COUNT-EDIT
172270                 delimited by size into RUNLOG-LINE
172280             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172290         when "RECON"
172300             perform 4500-RECONCILIATION thru 4500-EXIT
172310             if DF-PC-REFUSED
172320                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
172330                 go to 8005-BATCH-RUN-END
172340             end-if
172350             move DF-REC-MATCHED to DF-RL-COUNT-EDIT
172360             move spaces to RUNLOG-LINE
172370             string "STEP RECON MATCHED " DF-RL-COUNT-EDIT
172380                 delimited by size into RUNLOG-LINE
172390             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172400             compute DF-RECORD-COUNTER = DF-REC-MISMATCH
172410                 + DF-REC-ORPHAN + DF-REC-MISSING
172420             move DF-RECORD-COUNTER to DF-RL-COUNT-EDIT
172430             move spaces to RUNLOG-LINE
172440             string "STEP RECON BREAKS " DF-RL-COUNT-EDIT
172450                 delimited by size into RUNLOG-LINE
172460             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172470             if DF-RECORD-COUNTER not = zero
172480                 and DF-RUN-RC < 4
172490                 move 4 to DF-RUN-RC
172500             end-if
172510         when "UNLOAD"
172520             perform 4600-UNLOAD-STAFFFILE thru 4600-EXIT
172530             move DF-BK-RECORDS to DF-RL-COUNT-EDIT
172540             move spaces to RUNLOG-LINE
172550             string "STEP UNLOAD RECORDS " DF-RL-COUNT-EDIT
172560                 delimited by size into RUNLOG-LINE
172570             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172580         when "EXCEPT"
172590             perform 2600-EXCEPTION-REPORT thru 2600-EXIT
172600             move spaces to RUNLOG-LINE
172610             string "STEP EXCEPT REPORT WRITTEN"
172620                 delimited by size into RUNLOG-LINE
172630             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172640         when "LIST"
172650             perform 2100-LIST-REPORT thru 2100-EXIT
172660             move DF-RECORD-COUNTER to DF-RL-COUNT-EDIT
172670             move spaces to RUNLOG-LINE
172680             string "STEP LIST RECORDS " DF-RL-COUNT-EDIT
172690                 delimited by size into RUNLOG-LINE
172700             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172710         when "CSV"
172720             perform 2700-CSV-EXTRACT thru 2700-EXIT
172730             move DF-RECORD-COUNTER to DF-RL-COUNT-EDIT
172740             move spaces to RUNLOG-LINE
172750             string "STEP CSV ROWS " DF-RL-COUNT-EDIT
172760                 delimited by size into RUNLOG-LINE
172770             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172780         when "VARPAY"
172790             perform 7110-VARPAY-LOAD thru 7110-EXIT
172800             if DF-PC-REFUSED
172810                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
172820                 go to 8005-BATCH-RUN-END
172830             end-if
172840             move DF-VP-ACCEPTED to DF-RL-COUNT-EDIT
172850             move spaces to RUNLOG-LINE
172860             string "STEP VARPAY ACCEPTED " DF-RL-COUNT-EDIT
172870                 delimited by size into RUNLOG-LINE
172880             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172890             move DF-VP-REJECTED to DF-RL-COUNT-EDIT
172900             move spaces to RUNLOG-LINE
172910             string "STEP VARPAY REJECTED " DF-RL-COUNT-EDIT
172920                 delimited by size into RUNLOG-LINE
172930             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
172940             if DF-VP-REJECTED not = zero
172950                 and DF-RUN-RC < 4
172960                 move 4 to DF-RUN-RC
172970             end-if
172980         when "TRANS"
172990             perform 2800-BATCH-TRANSACTIONS thru 2800-EXIT
173000             move DF-APPLIED-COUNT to DF-RL-COUNT-EDIT
173010             move spaces to RUNLOG-LINE
173020             string "STEP TRANS APPLIED " DF-RL-COUNT-EDIT
173030                 delimited by size into RUNLOG-LINE
173040             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173050             move DF-REJECTED-COUNT to DF-RL-COUNT-EDIT
173060             move spaces to RUNLOG-LINE
173070             string "STEP TRANS REJECTED " DF-RL-COUNT-EDIT
173080                 delimited by size into RUNLOG-LINE
173090             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173100             if DF-REJECTED-COUNT not = zero
173110                 and DF-RUN-RC < 4
173120                 move 4 to DF-RUN-RC
173130             end-if
173140             move DF-DU-WARNINGS to DF-RL-COUNT-EDIT
173150             move spaces to RUNLOG-LINE
173160             string "STEP TRANS POSSIBLE DUPLICATES "
173170                 DF-RL-COUNT-EDIT
173180                 delimited by size into RUNLOG-LINE
173190             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173200             if DF-DU-WARNINGS not = zero
173210                 and DF-RUN-RC < 4
173220                 move 4 to DF-RUN-RC
173230             end-if
173240             move DF-OC-ORPHANS to DF-RL-COUNT-EDIT
173250             move spaces to RUNLOG-LINE
173260             string "STEP TRANS ORPHANED LINES " DF-RL-COUNT-EDIT
173270                 delimited by size into RUNLOG-LINE
173280             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173290             if DF-OC-ORPHANS not = zero
173300                 and DF-RUN-RC < 4
173310                 move 4 to DF-RUN-RC
173320             end-if
173330         when "AGEROLL"
173340             perform 5300-YEAR-START-ROLL thru 5300-EXIT
173350             move DF-YR-CORRECTED to DF-RL-COUNT-EDIT
173360             move spaces to RUNLOG-LINE
173370             string "STEP AGEROLL CORRECTED " DF-RL-COUNT-EDIT
173380                 delimited by size into RUNLOG-LINE
173390             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173400             move DF-YR-NO-DATES to DF-RL-COUNT-EDIT
173410             move spaces to RUNLOG-LINE
173420             string "STEP AGEROLL NO DATES " DF-RL-COUNT-EDIT
173430                 delimited by size into RUNLOG-LINE
173440             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173450         when "LONGSRV"
173460             perform 5400-LONG-SERVICE-REPORT thru 5400-EXIT
173470             move DF-LS-USED to DF-RL-COUNT-EDIT
173480             move spaces to RUNLOG-LINE
173490             string "STEP LONGSRV MILESTONES " DF-RL-COUNT-EDIT
173500                 delimited by size into RUNLOG-LINE
173510             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173520         when "PURGE"
173530             perform 5500-RETENTION-PURGE thru 5500-EXIT
173540             if DF-PC-REFUSED
173550                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
173560                 go to 8005-BATCH-RUN-END
173570             end-if
173580             move DF-PG-AR-DROPPED to DF-RL-COUNT-EDIT
173590             move spaces to RUNLOG-LINE
173600             string "STEP PURGE ARCHIVE DESTROYED "
173610                 DF-RL-COUNT-EDIT
173620                 delimited by size into RUNLOG-LINE
173630             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173640             move DF-PG-AU-DROPPED to DF-RL-COUNT-EDIT
173650             move spaces to RUNLOG-LINE
173660             string "STEP PURGE AUDIT DESTROYED "
173670                 DF-RL-COUNT-EDIT
173680                 delimited by size into RUNLOG-LINE
173690             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173700         when "YEAREND"
173710             perform 5700-YEAR-END-CERTIFICATES thru 5700-EXIT
173720             move DF-YE-CERTS to DF-RL-COUNT-EDIT
173730             move spaces to RUNLOG-LINE
173740             string "STEP YEAREND CERTIFICATES " DF-RL-COUNT-EDIT
173750                 delimited by size into RUNLOG-LINE
173760             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173770             move DF-YE-LEAVERS to DF-RL-COUNT-EDIT
173780             move spaces to RUNLOG-LINE
173790             string "STEP YEAREND LEAVERS " DF-RL-COUNT-EDIT
173800                 delimited by size into RUNLOG-LINE
173810             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173820             if not DF-YE-PROVED
173830                 move spaces to RUNLOG-LINE
173840                 string "STEP YEAREND CERTIFICATES DO NOT PROVE"
173850                     delimited by size into RUNLOG-LINE
173860                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173870             end-if
173880         when "ORGCHART"
173890             perform 5800-ORG-CHART thru 5800-EXIT
173900             move DF-OC-PRINTED to DF-RL-COUNT-EDIT
173910             move spaces to RUNLOG-LINE
173920             string "STEP ORGCHART SHOWN " DF-RL-COUNT-EDIT
173930                 delimited by size into RUNLOG-LINE
173940             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
173950             move DF-OC-UNREACHED to DF-RL-COUNT-EDIT
173960             move spaces to RUNLOG-LINE
173970             string "STEP ORGCHART NOT REACHED " DF-RL-COUNT-EDIT
173980                 delimited by size into RUNLOG-LINE
173990             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174000         when "ABSENCE"
174010             perform 5960-ABSENCE-REPORT thru 5960-EXIT
174020             move DF-SK-PERSONS to DF-RL-COUNT-EDIT
174030             move spaces to RUNLOG-LINE
174040             string "STEP ABSENCE PERSONS " DF-RL-COUNT-EDIT
174050                 delimited by size into RUNLOG-LINE
174060             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174070             move DF-SK-FLAGGED to DF-RL-COUNT-EDIT
174080             move spaces to RUNLOG-LINE
174090             string "STEP ABSENCE OVER TRIGGER " DF-RL-COUNT-EDIT
174100                 delimited by size into RUNLOG-LINE
174110             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174120         when "BANKCHG"
174130             perform 7320-CHANGED-DETAILS-REPORT thru 7320-EXIT
174140             move DF-BA-REPORTED to DF-RL-COUNT-EDIT
174150             move spaces to RUNLOG-LINE
174160             string "STEP BANKCHG CHANGES REPORTED "
174170                 DF-RL-COUNT-EDIT
174180                 delimited by size into RUNLOG-LINE
174190             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174200         when "GL"
174210             perform 7650-GL-POSTINGS thru 7650-EXIT
174220             if DF-PC-REFUSED
174230                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
174240                 go to 8005-BATCH-RUN-END
174250             end-if
174260             move DF-GL-LINES to DF-RL-COUNT-EDIT
174270             move spaces to RUNLOG-LINE
174280             string "STEP GL PERIOD " DF-PC-OPEN-PERIOD " LINES "
174290                 DF-RL-COUNT-EDIT
174300                 delimited by size into RUNLOG-LINE
174310             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174320         when "PERIOD"
174330             perform 7620-PERIOD-STATUS thru 7620-EXIT
174340             move spaces to RUNLOG-LINE
174350             if DF-PC-OPEN-PERIOD = zero
174360                 string "STEP PERIOD NO PAY PERIOD OPEN"
174370                     delimited by size into RUNLOG-LINE
174380             else
174390                 if DF-PC-NEXT-STEP = zero
174400                     string "STEP PERIOD " DF-PC-OPEN-PERIOD
174410                         " OPEN - ALL STEPS COMPLETE"
174420                         delimited by size into RUNLOG-LINE
174430                 else
174440                     string "STEP PERIOD " DF-PC-OPEN-PERIOD
174450                         " OPEN - NEXT STEP "
174460                         DF-PC-STEP-NAME(DF-PC-NEXT-STEP)
174470                         delimited by size into RUNLOG-LINE
174480                 end-if
174490             end-if
174500             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174510         when "CLOSE"
174520             perform 7630-CLOSE-PERIOD thru 7630-EXIT
174530             if DF-PC-REFUSED
174540                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
174550                 go to 8005-BATCH-RUN-END
174560             end-if
174570             move spaces to RUNLOG-LINE
174580             string "STEP CLOSE PERIOD CLOSED - NOW OPEN "
174590                 DF-PC-OPEN-PERIOD
174600                 delimited by size into RUNLOG-LINE
174610             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174620         when "DUPES"
174630             perform 7500-DUPLICATE-REPORT thru 7500-EXIT
174640             move DF-DU-STAFF-READ to DF-RL-COUNT-EDIT
174650             move spaces to RUNLOG-LINE
174660             string "STEP DUPES STAFF RECORDS " DF-RL-COUNT-EDIT
174670                 delimited by size into RUNLOG-LINE
174680             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174690             move DF-DU-LEAVERS-READ to DF-RL-COUNT-EDIT
174700             move spaces to RUNLOG-LINE
174710             string "STEP DUPES LEAVERS " DF-RL-COUNT-EDIT
174720                 delimited by size into RUNLOG-LINE
174730             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174740             move DF-DU-PAIR-USED to DF-RL-COUNT-EDIT
174750             move spaces to RUNLOG-LINE
174760             string "STEP DUPES LIKELY DUPLICATES "
174770                 DF-RL-COUNT-EDIT
174780                 delimited by size into RUNLOG-LINE
174790             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174800             if DF-DU-PAIR-USED not = zero
174810                 and DF-RUN-RC < 4
174820                 move 4 to DF-RUN-RC
174830             end-if
174840         when "SNAPSHOT"
174850             perform 7410-TAKE-SNAPSHOT thru 7410-EXIT
174860             if DF-PC-REFUSED
174870                 perform 8020-LOG-PERIOD-REFUSAL thru 8020-EXIT
174880                 go to 8005-BATCH-RUN-END
174890             end-if
174900             if DF-SN-REFUSED
174910                 move spaces to RUNLOG-LINE
174920                 string "STEP SNAPSHOT REFUSED - "
174930                     "SNAPSHOT ALREADY TAKEN " DF-SN-DATE
174940                     delimited by size into RUNLOG-LINE
174950                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
174960                 move 8 to DF-RUN-RC
174970                 go to 8005-BATCH-RUN-END
174980             end-if
174990             move DF-SN-RECORDS to DF-RL-COUNT-EDIT
175000             move spaces to RUNLOG-LINE
175010             string "STEP SNAPSHOT " DF-SN-DATE " RECORDS "
175020                 DF-RL-COUNT-EDIT
175030                 delimited by size into RUNLOG-LINE
175040             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175050         when "MOVEMENT"
175060             perform 7420-MOVEMENT-REPORT thru 7420-EXIT
175070             if not DF-SN-DATES-OK
175080                 move spaces to RUNLOG-LINE
175090                 string "STEP MOVEMENT REFUSED - NO SNAPSHOTS TO "
175100                     "COMPARE"
175110                     delimited by size into RUNLOG-LINE
175120                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175130                 move 8 to DF-RUN-RC
175140                 go to 8005-BATCH-RUN-END
175150             end-if
175160             move spaces to RUNLOG-LINE
175170             string "STEP MOVEMENT FROM " DF-SN-FROM " TO "
175180                 DF-SN-TO
175190                 delimited by size into RUNLOG-LINE
175200             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175210             move DF-SN-STARTERS to DF-RL-COUNT-EDIT
175220             move spaces to RUNLOG-LINE
175230             string "STEP MOVEMENT STARTERS " DF-RL-COUNT-EDIT
175240                 delimited by size into RUNLOG-LINE
175250             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175260             move DF-SN-LEAVERS to DF-RL-COUNT-EDIT
175270             move spaces to RUNLOG-LINE
175280             string "STEP MOVEMENT LEAVERS " DF-RL-COUNT-EDIT
175290                 delimited by size into RUNLOG-LINE
175300             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175310             if DF-SN-UNARCHIVED not = zero
175320                 or DF-SN-UNBALANCED not = zero
175330                 move DF-SN-UNARCHIVED to DF-RL-COUNT-EDIT
175340                 move spaces to RUNLOG-LINE
175350                 string "STEP MOVEMENT LEAVERS NOT ARCHIVED "
175360                     DF-RL-COUNT-EDIT
175370                     delimited by size into RUNLOG-LINE
175380                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175390                 move DF-SN-UNBALANCED to DF-RL-COUNT-EDIT
175400                 move spaces to RUNLOG-LINE
175410                 string "STEP MOVEMENT LINES OUT OF BALANCE "
175420                     DF-RL-COUNT-EDIT
175430                     delimited by size into RUNLOG-LINE
175440                 perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175450                 if DF-RUN-RC < 4
175460                     move 4 to DF-RUN-RC
175470                 end-if
175480             end-if
175490         when "ESTAB"
175500             perform 7260-VARIANCE-REPORT thru 7260-EXIT
175510             move DF-EB-USED to DF-RL-COUNT-EDIT
175520             move spaces to RUNLOG-LINE
175530             string "STEP ESTAB DEPARTMENTS " DF-RL-COUNT-EDIT
175540                 delimited by size into RUNLOG-LINE
175550             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175560             move DF-EB-OVER-DEPTS to DF-RL-COUNT-EDIT
175570             move spaces to RUNLOG-LINE
175580             string "STEP ESTAB OVER ESTABLISHMENT "
175590                DF-RL-COUNT-EDIT
175600                 delimited by size into RUNLOG-LINE
175610             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175620         when "COMPA"
175630             perform 7760-COMPA-RATIO-REPORT thru 7760-EXIT
175640             move DF-GB-GRADED to DF-RL-COUNT-EDIT
175650             move spaces to RUNLOG-LINE
175660             string "STEP COMPA GRADED " DF-RL-COUNT-EDIT
175670                 delimited by size into RUNLOG-LINE
175680             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175690             move DF-GB-OUTSIDE-COUNT to DF-RL-COUNT-EDIT
175700             move spaces to RUNLOG-LINE
175710             string "STEP COMPA OUTSIDE GRADE BAND "
175720                 DF-RL-COUNT-EDIT
175730                 delimited by size into RUNLOG-LINE
175740             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175750             if DF-GB-OUTSIDE-COUNT not = zero
175760                 and DF-RUN-RC < 4
175770                 move 4 to DF-RUN-RC
175780             end-if
175790         when other
175800             display "UNRECOGNIZED RUN FUNCTION: "
175810                 DF-RUN-FUNCTION
175820             move spaces to RUNLOG-LINE
175830             string "UNRECOGNIZED FUNCTION " DF-RUN-FUNCTION
175840                 delimited by size into RUNLOG-LINE
175850             perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT
175860             move 8 to DF-RUN-RC
175870     end-evaluate.

175880 8005-BATCH-RUN-END.
175890     move DF-RUN-RC to DF-RL-COUNT-EDIT.
175900     move spaces to RUNLOG-LINE.
175910     string "RUN END FUNCTION " DF-RUN-FUNCTION
175920         " RC " DF-RL-COUNT-EDIT
175930         delimited by size into RUNLOG-LINE.
175940     perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT.
175950     close runlog.
175960     move DF-RUN-RC to return-code.
175970 8000-EXIT.
175980     exit.

175990 8010-WRITE-RUNLOG-LINE.
176000     write RUNLOG-LINE.
176010     if DF-RUNLOG-STATUS not = "00"
176020         perform 9900-ABEND thru 9900-EXIT
176030     end-if.
176040 8010-EXIT.
176050     exit.

176060*>   A month-end step refused by the pay period control - the
176070*>   reason goes on the log and the run ends with RC 8.
176080 8020-LOG-PERIOD-REFUSAL.
176090     move spaces to RUNLOG-LINE.
176100     string "STEP " delimited by size
176110         DF-RUN-FUNCTION delimited by space
176120         " REFUSED - " DF-PC-REASON delimited by size
176130         into RUNLOG-LINE.
176140     perform 8010-WRITE-RUNLOG-LINE thru 8010-EXIT.
176150     move 8 to DF-RUN-RC.
176160 8020-EXIT.
176170     exit.

176180****************************************************************
176190* 8600-PAUSE - the "PRESS ENTER" stop at the end of each       *
176200* report or run.  An unattended window has nobody to press     *
176210* anything, so the pause simply does not happen there.         *
176220****************************************************************
176230 8600-PAUSE.
176240     if DF-BATCH-MODE
176250         go to 8600-EXIT
176260     end-if.
176270     display "PRESS ENTER TO CONTINUE" with no advancing.
176280     accept anykey.
176290 8600-EXIT.
176300     exit.

176310****************************************************************
176320* 9800-TERMINATE - close STAFFFILE and the department master   *
176330* on the way out.                                              *
176340****************************************************************
176350 9800-TERMINATE.
176360     close stafffile.
176370     close deptfile.
176380     close leavefile.
176390     close ratefile.
176400     close operfile.
176410     close ytdfile.
176420     close absencefile.
176430     close varpayfile.
176440     close estabfile.
176450     close bankfile.
176460     close snapfile.
176470     close periodfile.
176480     close gradefile.
176490 9800-EXIT.
176500     exit.

176510****************************************************************
176520* 9900-ABEND - a FILE-STATUS value we cannot recover from.     *
176530* Display a clear message and stop the run with a non-zero     *
176540* return code instead of continuing on bad data.                *
176550****************************************************************
176560 9900-ABEND.
176570     display "*** DFDSTAFF ABEND *** FILE STATUS = " FILE-STATUS.
176580     move 16 to return-code.
176590     stop run.
176600 9900-EXIT.
176610     exit.

176620 end program Program1.
