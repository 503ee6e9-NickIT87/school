000004* run as job STUDLOAD, STUDATTN, STUDGPA, STUDXTR, STUDMNT,
000005* STUDEDIT, STUDRCRD, STUDSTND, STUDAUDT, STUDAUDP, STUDPRMO,
000006* STUDTRNS, STUDTOTU, STUDTOTR, STUDTRCY, STUDRANK, STUDADA,
000007* SCHDMNT, STUDXFO, STUDXFI, STUDRCVR, STUDDISC, STUDDSCR,
000008* STUDGRAD, STUDPATT, STUDROST, STUDPROG, STUDGCHG, STUDINTG,
000009* STUDDIAL, STUDDRES, STUDFEE, STUDFSTM, STAFMNT, STAFLRPT or
000010* STUDCREQ (see JCL/*.jcl).
000011* mode defaults to LOAD when no PARM is supplied; the EXEC PARM
000012* on the matching JCL passes ATTENDANCE, GPA, EXTRACT, MAINT,
000013* ATTEDIT, RPTCARD, STANDING, AUDITINQ, AUDITARC, PROMOTE,
000014* TRANSCRIPT, TOTUPDATE, RECONCILE, TRUANCY, RANK, ADACLAIM,
000015* SCHEDMNT, XFEROUT, XFERIN, RECOVER, DISCEDIT, DISCRPT,
000016* GRADAUDIT, PERDEDIT, ROSTER, PROGRESS, GRDCHANGE, INTEGRITY,
000017* DIALER, DIALRSLT, FEEEDIT, FEESTMT, STAFFMNT, TEACHLOAD,
000018* REQEDIT or REQSCHED on the caller's
000019* parameter list to run one of the other modes instead.
000020* the mode may be followed by comma-separated options - STANDING
000021* and GRDCHANGE take the honor-roll and probation GPA
000022* thresholds (PARM='STANDING,3.50,2.00'), GPA requires the term
000023* id the grades belong to (PARM='GPA,2026S1') so they
000024* accumulate on the grade-history file, PROGRESS requires the
000025* term id of the interim grades, ATTEDIT and DIALER take the
000026* day being edited or called when it is not the run date
000027* (PARM='ATTEDIT,20260820'), AUDITINQ takes a student id or ALL
000028* plus an optional from/to run-date range, AUDITARC takes the
000029* retention cutoff date, ADACLAIM requires the report month
000030* (PARM='ADACLAIM,202609'), INTEGRITY takes the cross-file
000031* and master-side exception limits (PARM='INTEGRITY,0,10'),
000032* FEEEDIT takes the open balance in whole dollars above
000033* which a student is placed on hold (PARM='FEEEDIT,25'),
000034* and REQEDIT takes the fewest and most first-choice course
000035* requests a student should have (PARM='REQEDIT,6,8');
000036* defaults apply where noted when they are omitted.
000037
000038 environment division.
000039 input-output section.
000040 file-control.
000041     select student-master assign to STUDMSTR
000042         organization is indexed
000043         access mode is dynamic
000044         record key is st-student-id
000045         file status is ws-student-status.
000046
000047     select syschk assign to "SYSCHK"
000048         organization is sequential.
000049
000050     select reject-file assign to REJECT
000051         organization is sequential
000052         file status is ws-reject-status.
000053
000054     select attendance-trans assign to ATTNDTRN
000055         organization is sequential
000056         file status is ws-attendance-status.
000057
000058     select sort-work-1 assign to "SORTWK1".
000059
000060     select flagged-work assign to FLAGWORK
000061         organization is sequential
000062         file status is ws-flagged-status.
000063
000064     select sort-work-2 assign to "SORTWK2".
000065
000066     select exception-rpt assign to EXCPRPT
000067         organization is sequential
000068         file status is ws-exception-status.
000069
000070     select grades-file assign to GRADES
000071         organization is sequential
000072         file status is ws-grades-status.
000073
000074     select sort-work-3 assign to "SORTWK3".
000075
000076     select audit-log assign to AUDITLOG
000077         organization is sequential
000078         file status is ws-audit-status.
000079
000080     select attendance-totals assign to ATTNDTOT
000081         organization is indexed
000082         access mode is dynamic
000083         record key is tt-student-id
000084         file status is ws-totals-status.
000085
000086     select sort-work-4 assign to "SORTWK4".
000087
000088     select state-extract assign to STATEXTR
000089         organization is sequential
000090         file status is ws-extract-status.
000091
000092     select schedule-file assign to SCHEDULE
000093         organization is sequential
000094         file status is ws-schedule-status.
000095
000096     select sort-work-5 assign to "SORTWK5".
000097
000098     select conflict-rpt assign to CONFLRPT
000099         organization is sequential
000100         file status is ws-conflict-status.
000101
000102     select maint-trans assign to MAINTTRN
000103         organization is sequential
000104         file status is ws-maint-status.
000105
000106     select attendance-clean assign to ATTCLEAN
000107         organization is sequential
000108         file status is ws-attclean-status.
000109
000110     select attendance-reject assign to ATTRJCT
000111         organization is sequential
000112         file status is ws-attreject-status.
000113
000114     select attendance-today assign to ATTTODAY
000115         organization is sequential
000116         file status is ws-atttoday-status.
000117
000118     select sort-work-6 assign to "SORTWK6".
000119
000120     select report-card assign to RPTCARD
000121         organization is sequential
000122         file status is ws-rptcard-status.
000123
000124     select sort-work-7 assign to "SORTWK7".
000125
000126     select standing-rpt assign to STANDRPT
000127         organization is sequential
000128         file status is ws-standing-status.
000129
000130     select run-control assign to RUNCTL
000131         organization is sequential
000132         file status is ws-runctl-status.
000133
000134     select audit-report assign to AUDITRPT
000135         organization is sequential
000136         file status is ws-audrpt-status.
000137
000138     select audit-archive assign to AUDARCH
000139         organization is sequential
000140         file status is ws-audarch-status.
000141
000142     select audit-newlog assign to AUDNEW
000143         organization is sequential
000144         file status is ws-audnew-status.
000145
000146     select reference-file assign to REFDATA
000147         organization is indexed
000148         access mode is sequential
000149         record key is rf-record-key
000150         file status is ws-refdata-status.
000151
000152     select course-catalog assign to CRSECAT
000153         organization is indexed
000154         access mode is sequential
000155         record key is cc-course-code
000156         file status is ws-crsecat-status.
000157
000158     select guardian-contact assign to GUARDIAN
000159         organization is indexed
000160         access mode is dynamic
000161         record key is gd-student-id
000162         file status is ws-guardian-status.
000163
000164     select truancy-log assign to TRUANLOG
000165         organization is indexed
000166         access mode is dynamic
000167         record key is lt-key
000168         file status is ws-trulog-status.
000169
000170     select truancy-letters assign to TRULTRS
000171         organization is sequential
000172         file status is ws-trultr-status.
000173
000174     select sort-work-8 assign to "SORTWK8".
000175
000176     select rank-file assign to RANKFILE
000177         organization is indexed
000178         access mode is dynamic
000179         record key is rk-student-id
000180         file status is ws-rankfile-status.
000181
000182     select rank-rpt assign to RANKRPT
000183         organization is sequential
000184         file status is ws-rankrpt-status.
000185
000186     select school-calendar assign to CALENDAR
000187         organization is indexed
000188         access mode is dynamic
000189         record key is ca-record-key
000190         file status is ws-calendar-status.
000191
000192     select sort-work-9 assign to "SORTWK9".
000193
000194     select ada-rpt assign to ADARPT
000195         organization is sequential
000196         file status is ws-adarpt-status.
000197
000198     select sched-trans assign to SCHDTRN
000199         organization is sequential
000200         file status is ws-schdtrn-status.
000201
000202     select sort-work-10 assign to "SORTWK10".
000203
000204     select schedule-work assign to SCHDWORK
000205         organization is sequential
000206         file status is ws-schdwork-status.
000207
000208     select schedule-new assign to SCHDNEW
000209         organization is sequential
000210         file status is ws-schdnew-status.
000211
000212     select transfer-packet assign to XFERPKT
000213         organization is sequential
000214         file status is ws-xferpkt-status.
000215
000216     select posting-control assign to POSTCTL
000217         organization is indexed
000218         access mode is dynamic
000219         record key is pc-date
000220         file status is ws-postctl-status.
000221
000222     select recovery-journal assign to RECVJRNL
000223         organization is sequential
000224         file status is ws-recvjrnl-status.
000225
000226     select disc-trans assign to DISCTRN
000227         organization is sequential
000228         file status is ws-disctrn-status.
000229
000230     select disc-history assign to DISCHIST
000231         organization is indexed
000232         access mode is dynamic
000233         record key is dh-key
000234         file status is ws-dischist-status.
000235
000236     select disc-attendance assign to DISCATTN
000237         organization is sequential
000238         file status is ws-discattn-status.
000239
000240     select disc-pending-in assign to DISCPENI
000241         organization is sequential
000242         file status is ws-discpeni-status.
000243
000244     select disc-pending-out assign to DISCPENO
000245         organization is sequential
000246         file status is ws-discpeno-status.
000247
000248     select disc-rpt assign to DISCRPT
000249         organization is sequential
000250         file status is ws-discrpt-status.
000251
000252     select capacity-rpt assign to CAPRPT
000253         organization is sequential
000254         file status is ws-caprpt-status.
000255
000256     select alumni-history assign to ALUMNI
000257         organization is sequential
000258         file status is ws-alumni-status.
000259
000260     select promotion-rpt assign to PROMORPT
000261         organization is sequential
000262         file status is ws-promorpt-status.
000263
000264     select grade-history assign to GRDHIST
000265         organization is indexed
000266         access mode is dynamic
000267         record key is gh-key
000268         file status is ws-grdhist-status.
000269
000270     select transcript-rpt assign to TRNSCRPT
000271         organization is sequential
000272         file status is ws-trnscrpt-status.
000273
000274     select reconcile-rpt assign to RECONRPT
000275         organization is sequential
000276         file status is ws-reconrpt-status.
000277
000278     select grad-requirement assign to GRADREQ
000279         organization is indexed
000280         access mode is sequential
000281         record key is gq-department
000282         file status is ws-gradreq-status.
000283
000284     select sort-work-11 assign to "SORTWK11".
000285
000286     select grad-audit-rpt assign to GRADRPT
000287         organization is sequential
000288         file status is ws-gradrpt-status.
000289
000290     select period-attendance assign to PERDATTN
000291         organization is sequential
000292         file status is ws-perdattn-status.
000293
000294     select sort-work-12 assign to "SORTWK12".
000295
000296     select day-work assign to DAYWORK
000297         organization is sequential
000298         file status is ws-daywork-status.
000299
000300     select period-reject assign to PERRJCT
000301         organization is sequential
000302         file status is ws-perrjct-status.
000303
000304     select period-feed assign to PERDFEED
000305         organization is sequential
000306         file status is ws-perdfeed-status.
000307
000308     select cutting-rpt assign to CUTRPT
000309         organization is sequential
000310         file status is ws-cutrpt-status.
000311
000312     select miss-work assign to MISSWORK
000313         organization is sequential
000314         file status is ws-misswork-status.
000315
000316     select sort-work-13 assign to "SORTWK13".
000317
000318     select missing-grade-rpt assign to MISSGRD
000319         organization is sequential
000320         file status is ws-missgrd-status.
000321
000322     select sort-work-14 assign to "SORTWK14".
000323
000324     select class-roster assign to CLSROST
000325         organization is sequential
000326         file status is ws-clsrost-status.
000327
000328     select interim-grades assign to INTERIM
000329         organization is sequential
000330         file status is ws-interim-status.
000331
000332     select sort-work-15 assign to "SORTWK15".
000333
000334     select progress-log assign to PROGLOG
000335         organization is indexed
000336         access mode is dynamic
000337         record key is pl-key
000338         file status is ws-proglog-status.
000339
000340     select progress-letters assign to PROGLTRS
000341         organization is sequential
000342         file status is ws-progltr-status.
000343
000344     select grade-change-trans assign to GRDCHG
000345         organization is sequential
000346         file status is ws-grdchg-status.
000347
000348     select sort-work-16 assign to "SORTWK16".
000349
000350     select grade-change-rpt assign to GRDCHRPT
000351         organization is sequential
000352         file status is ws-grdchrpt-status.
000353
000354     select integrity-rpt assign to INTGRPT
000355         organization is sequential
000356         file status is ws-intgrpt-status.
000357
000358     select guardian-phone assign to GUARPHON
000359         organization is indexed
000360         access mode is dynamic
000361         record key is gp-student-id
000362         file status is ws-guarphon-status.
000363
000364     select dial-out assign to DIALOUT
000365         organization is sequential
000366         file status is ws-dialout-status.
000367
000368     select call-result assign to CALLRSLT
000369         organization is sequential
000370         file status is ws-callrslt-status.
000371
000372     select bad-phone-rpt assign to BADPHRPT
000373         organization is sequential
000374         file status is ws-badphrpt-status.
000375
000376     select fee-ledger assign to FEES
000377         organization is indexed
000378         access mode is dynamic
000379         record key is fe-key
000380         file status is ws-fees-status.
000381
000382     select fee-trans assign to FEETRN
000383         organization is sequential
000384         file status is ws-feetrn-status.
000385
000386     select sort-work-17 assign to "SORTWK17".
000387
000388     select fee-hold assign to FEEHOLD
000389         organization is indexed
000390         access mode is dynamic
000391         record key is fh-student-id
000392         file status is ws-feehold-status.
000393
000394     select fee-hold-rpt assign to FEEHRPT
000395         organization is sequential
000396         file status is ws-feehrpt-status.
000397
000398     select fee-statement assign to FEESTMT
000399         organization is sequential
000400         file status is ws-feestmt-status.
000401
000402     select fee-aging-rpt assign to FEEAGE
000403         organization is sequential
000404         file status is ws-feeage-status.
000405
000406     select xfer-hold-rpt assign to XFERHOLD
000407         organization is sequential
000408         file status is ws-xferhold-status.
000409
000410     select staff-master assign to STAFF
000411         organization is indexed
000412         access mode is dynamic
000413         record key is sf-staff-id
000414         file status is ws-staff-status.
000415
000416     select staff-trans assign to STAFTRN
000417         organization is sequential
000418         file status is ws-staftrn-status.
000419
000420     select sort-work-18 assign to "SORTWK18".
000421
000422     select teacher-load-rpt assign to TCHLOAD
000423         organization is sequential
000424         file status is ws-tchload-status.
000425
000426     select course-request assign to CRSREQ
000427         organization is sequential
000428         file status is ws-crsreq-status.
000429
000430     select sort-work-19 assign to "SORTWK19".
000431
000432     select request-ok assign to CRSREQOK
000433         organization is sequential
000434         file status is ws-crsreqok-status.
000435
000436     select request-demand-rpt assign to REQDMND
000437         organization is sequential
000438         file status is ws-reqdmnd-status.
000439
000440 i-o-control.
000441*    checkpoint every 1000 student-master records processed;
000442*    JCL supplies RD=R/RNC on the EXEC and a matching
000443*    RESTART=(stepname,checkid) on the JOB card to resume from
000444*    the last restart-control record written to SYSCHK.
000445     rerun on syschk every 1000 records of student-master.
000446
000447 data division.
000448 file section.
000449 fd  student-master
000450     label records are standard.
000451     copy STUDCOPY.
000452
000453 fd  syschk
000454     label records are standard.
000455 01  syschk-record               pic x(80).
000456
000457 fd  reject-file
000458     label records are standard.
000459 01  reject-record.
000460     05  rj-student-id              pic x(9).
000461     05  rj-student-name            pic x(30).
000462     05  rj-reason-code             pic xx.
000463     05  rj-reason-text             pic x(40).
000464
000465 fd  attendance-trans
000466     label records are standard.
000467 01  attendance-record.
000468     05  at-student-id              pic x(9).
000469     05  at-attendance-date         pic x(8).
000470     05  at-attendance-status       pic x.
000471         88  valid-attendance-status    values 'P' 'A' 'T' 'E'.
000472
000473 sd  sort-work-1.
000474 01  sw1-record.
000475     05  sw1-student-id             pic x(9).
000476     05  sw1-attendance-date        pic x(8).
000477     05  sw1-attendance-status      pic x.
000478
000479 fd  flagged-work
000480     label records are standard.
000481 01  flagged-record.
000482     05  fl-student-id              pic x(9).
000483     05  fl-student-name            pic x(30).
000484     05  fl-homeroom-code           pic x(6).
000485     05  fl-absent-count            pic 9(3).
000486
000487 sd  sort-work-2.
000488 01  sw2-record.
000489     05  sw2-homeroom-code          pic x(6).
000490     05  sw2-student-id             pic x(9).
000491     05  sw2-student-name           pic x(30).
000492     05  sw2-absent-count           pic 9(3).
000493
000494 fd  exception-rpt
000495     label records are standard.
000496 01  exception-line                pic x(80).
000497
000498 fd  grades-file
000499     label records are standard.
000500 01  grades-record.
000501     05  gr-student-id              pic x(9).
000502     05  gr-course-code             pic x(6).
000503     05  gr-credit-hours            pic 9v9.
000504     05  gr-letter-grade            pic x.
000505
000506 sd  sort-work-3.
000507 01  sw3-record.
000508     05  sw3-student-id             pic x(9).
000509     05  sw3-course-code            pic x(6).
000510     05  sw3-credit-hours           pic 9v9.
000511     05  sw3-letter-grade           pic x.
000512
000513 fd  audit-log
000514     label records are standard.
000515 01  audit-record.
000516     05  au-run-date                pic x(8).
000517     05  au-paragraph               pic x(30).
000518     05  au-student-id              pic x(9).
000519     05  au-before.
000520         10  au-before-name         pic x(30).
000521         10  au-before-grade        pic xx.
000522         10  au-before-homeroom     pic x(6).
000523         10  au-before-gpa          pic 9v99.
000524     05  au-after.
000525         10  au-after-name          pic x(30).
000526         10  au-after-grade         pic xx.
000527         10  au-after-homeroom      pic x(6).
000528         10  au-after-gpa           pic 9v99.
000529
000530 fd  attendance-totals
000531     label records are standard.
000532 01  totals-record.
000533     05  tt-student-id              pic x(9).
000534     05  tt-absence-count           pic 9(3).
000535     05  tt-tardy-count             pic 9(3).
000536     05  tt-early-count             pic 9(3).
000537
000538 sd  sort-work-4.
000539 01  sw4-record.
000540     05  sw4-student-id             pic x(9).
000541     05  sw4-attendance-date        pic x(8).
000542     05  sw4-attendance-status      pic x.
000543
000544 fd  state-extract
000545     label records are standard.
000546 01  extract-line                   pic x(100).
000547
000548 fd  schedule-file
000549     label records are standard.
000550*    the teacher columns on SCHEDULE, the schedule transactions
000551*    and REFDATA homeroom records carry the teacher's STAFF id,
000552*    left-justified, rather than a typed name.
000553 01  schedule-record.
000554     05  sc-student-id              pic x(9).
000555     05  sc-period                  pic 99.
000556     05  sc-course-code             pic x(6).
000557     05  sc-teacher                 pic x(20).
000558
000559 sd  sort-work-5.
000560 01  sw5-record.
000561     05  sw5-student-id             pic x(9).
000562     05  sw5-period                 pic 99.
000563     05  sw5-course-code            pic x(6).
000564     05  sw5-teacher                pic x(20).
000565
000566 fd  conflict-rpt
000567     label records are standard.
000568 01  conflict-line                  pic x(100).
000569
000570 fd  maint-trans
000571     label records are standard.
000572 01  maint-record.
000573     05  mt-trans-code              pic x.
000574         88  maint-add                  value 'A'.
000575         88  maint-change               value 'C'.
000576         88  maint-withdraw             value 'W'.
000577     05  mt-student-id              pic x(9).
000578     05  mt-student-name            pic x(30).
000579     05  mt-grade-level             pic xx.
000580     05  mt-homeroom-code           pic x(6).
000581     05  mt-enrollment-date         pic x(8).
000582     05  mt-gpa                     pic 9v99.
000583
000584 fd  attendance-clean
000585     label records are standard.
000586 01  clean-attendance-record.
000587     05  cl-student-id              pic x(9).
000588     05  cl-attendance-date         pic x(8).
000589     05  cl-attendance-status       pic x.
000590
000591 fd  attendance-today
000592     label records are standard.
000593 01  today-attendance-record.
000594     05  td-student-id              pic x(9).
000595     05  td-attendance-date         pic x(8).
000596     05  td-attendance-status       pic x.
000597
000598 fd  attendance-reject
000599     label records are standard.
000600 01  attendance-reject-record.
000601     05  ar-student-id              pic x(9).
000602     05  ar-attendance-date         pic x(8).
000603     05  ar-attendance-status       pic x.
000604     05  ar-reason-code             pic xx.
000605     05  ar-reason-text             pic x(40).
000606
000607 sd  sort-work-6.
000608 01  sw6-record.
000609     05  sw6-homeroom-code          pic x(6).
000610     05  sw6-student-id             pic x(9).
000611     05  sw6-student-name           pic x(30).
000612     05  sw6-course-code            pic x(6).
000613     05  sw6-credit-hours           pic 9v9.
000614     05  sw6-letter-grade           pic x.
000615     05  sw6-gpa                    pic 9v99.
000616
000617 fd  report-card
000618     label records are standard.
000619 01  report-card-line               pic x(80).
000620
000621 sd  sort-work-7.
000622 01  sw7-record.
000623     05  sw7-category               pic x.
000624         88  sw7-honor-roll             value '1'.
000625         88  sw7-probation              value '2'.
000626     05  sw7-homeroom-code          pic x(6).
000627     05  sw7-student-id             pic x(9).
000628     05  sw7-student-name           pic x(30).
000629     05  sw7-grade-level            pic xx.
000630     05  sw7-gpa                    pic 9v99.
000631
000632 fd  standing-rpt
000633     label records are standard.
000634 01  standing-line                  pic x(80).
000635
000636 fd  run-control
000637     label records are standard.
000638 01  run-control-record.
000639     05  rc-run-date                pic x(8).
000640     05  rc-run-mode                pic x(10).
000641     05  rc-records-read            pic 9(7).
000642     05  rc-master-read             pic 9(7).
000643     05  rc-records-written         pic 9(7).
000644     05  rc-records-rewritten       pic 9(7).
000645     05  rc-records-rejected        pic 9(7).
000646     05  rc-balance-flag            pic x.
000647     05  filler                     pic x(26).
000648
000649 fd  audit-report
000650     label records are standard.
000651 01  audit-report-line              pic x(100).
000652
000653 fd  audit-archive
000654     label records are standard.
000655 01  audit-archive-record           pic x(129).
000656
000657 fd  audit-newlog
000658     label records are standard.
000659 01  audit-newlog-record            pic x(129).
000660
000661 fd  reference-file
000662     label records are standard.
000663 01  reference-record.
000664     05  rf-record-key.
000665         10  rf-record-type         pic xx.
000666             88  rf-grade-level         value 'GL'.
000667             88  rf-homeroom            value 'HR'.
000668             88  rf-disc-code           value 'DC'.
000669         10  rf-code                pic x(6).
000670*        staff id of the homeroom teacher on HR records, the
000671*        incident description on DC records
000672     05  rf-teacher                 pic x(20).
000673     05  rf-capacity                pic 9(3).
000674
000675 fd  course-catalog
000676     label records are standard.
000677 01  course-catalog-record.
000678     05  cc-course-code             pic x(6).
000679     05  cc-course-title            pic x(30).
000680     05  cc-department              pic x(12).
000681     05  cc-credit-hours            pic 9v9.
000682     05  cc-capacity                pic 9(3).
000683
000684 fd  guardian-contact
000685     label records are standard.
000686 01  guardian-record.
000687     05  gd-student-id              pic x(9).
000688     05  gd-guardian-name           pic x(30).
000689     05  gd-addr-line-1             pic x(30).
000690     05  gd-addr-line-2             pic x(30).
000691     05  gd-language-code           pic xx.
000692
000693 fd  truancy-log
000694     label records are standard.
000695 01  truancy-log-record.
000696     05  lt-key.
000697         10  lt-student-id          pic x(9).
000698         10  lt-level               pic 99.
000699     05  lt-letter-date             pic x(8).
000700     05  lt-absence-count           pic 9(3).
000701
000702 fd  truancy-letters
000703     label records are standard.
000704 01  truancy-letter-line            pic x(80).
000705
000706 sd  sort-work-8.
000707 01  sw8-record.
000708     05  sw8-grade-level            pic xx.
000709     05  sw8-gpa                    pic 9v99.
000710     05  sw8-student-id             pic x(9).
000711     05  sw8-student-name           pic x(30).
000712     05  sw8-homeroom-code          pic x(6).
000713
000714 fd  rank-file
000715     label records are standard.
000716 01  rank-record.
000717     05  rk-student-id              pic x(9).
000718     05  rk-grade-level             pic xx.
000719     05  rk-rank                    pic 9(5).
000720     05  rk-class-size              pic 9(5).
000721     05  rk-percentile              pic 9(3).
000722
000723 fd  rank-rpt
000724     label records are standard.
000725 01  rank-line                      pic x(80).
000726
000727*    the school calendar carries one TM record per term (code =
000728*    term id, start/end dates) and one SD record per in-session
000729*    day (code = yyyymmdd date) - saturdays, winter break and
000730*    snow days simply have no SD record.
000731 fd  school-calendar
000732     label records are standard.
000733 01  calendar-record.
000734     05  ca-record-key.
000735         10  ca-record-type         pic xx.
000736             88  ca-term                value 'TM'.
000737             88  ca-school-day          value 'SD'.
000738         10  ca-code                pic x(8).
000739     05  ca-start-date              pic x(8).
000740     05  ca-end-date                pic x(8).
000741
000742 sd  sort-work-9.
000743 01  sw9-record.
000744     05  sw9-student-id             pic x(9).
000745     05  sw9-attendance-date        pic x(8).
000746     05  sw9-attendance-status      pic x.
000747
000748 fd  ada-rpt
000749     label records are standard.
000750 01  ada-line                       pic x(80).
000751
000752 fd  sched-trans
000753     label records are standard.
000754 01  sched-trans-record.
000755     05  sx-trans-code              pic x.
000756     05  sx-student-id              pic x(9).
000757     05  sx-period                  pic 99.
000758     05  sx-course-code             pic x(6).
000759     05  sx-teacher                 pic x(20).
000760
000761 sd  sort-work-10.
000762 01  sw10-record.
000763     05  sw10-trans-code            pic x.
000764         88  sw10-sched-add             value 'A'.
000765         88  sw10-sched-drop            value 'D'.
000766     05  sw10-student-id            pic x(9).
000767     05  sw10-period                pic 99.
000768     05  sw10-course-code           pic x(6).
000769     05  sw10-teacher               pic x(20).
000770     05  sw10-staff-id redefines sw10-teacher
000771                                    pic x(6).
000772
000773 fd  schedule-work
000774     label records are standard.
000775 01  schedule-work-record.
000776     05  sk-student-id              pic x(9).
000777     05  sk-period                  pic 99.
000778     05  sk-course-code             pic x(6).
000779     05  sk-teacher                 pic x(20).
000780
000781 fd  schedule-new
000782     label records are standard.
000783 01  schedule-new-record.
000784     05  sn-student-id              pic x(9).
000785     05  sn-period                  pic 99.
000786     05  sn-course-code             pic x(6).
000787     05  sn-teacher                 pic x(20).
000788
000789*    one packet per transferring student: an M record carrying
000790*    the 59-byte master image, a G record per GRDHIST row, and
000791*    a T record with the ATTNDTOT counts. the receiving school
000792*    runs XFERIN against the same layout.
000793 fd  transfer-packet
000794     label records are standard.
000795 01  transfer-packet-record.
000796     05  xp-record-type             pic x.
000797         88  xp-master-image            value 'M'.
000798         88  xp-grade-image             value 'G'.
000799         88  xp-totals-image            value 'T'.
000800     05  xp-record-data             pic x(59).
000801
000802*    one ledger record per attendance date: the ATTEDIT step
000803*    marks the date edited, the TOTUPDATE step refuses a date
000804*    that is not edited or is already posted, and marks it
000805*    posted once the totals KSDS is updated. this is what stops
000806*    the same ATTTODAY file from being applied twice.
000807 fd  posting-control
000808     label records are standard.
000809 01  posting-control-record.
000810     05  pc-date                    pic x(8).
000811     05  pc-edit-flag               pic x.
000812         88  pc-date-edited             value 'Y'.
000813     05  pc-post-flag               pic x.
000814         88  pc-date-posted             value 'Y'.
000815     05  pc-edit-run-date           pic x(8).
000816     05  pc-post-run-date           pic x(8).
000817
000818*    the audit log deliberately images only name, grade,
000819*    homeroom and gpa - this journal cuts the full 59-byte
000820*    before/after record for every write, rewrite and delete
000821*    against STUDENT-MASTER, so a restored backup can be rolled
000822*    forward by the RECOVER run up to a point in time.
000823 fd  recovery-journal
000824     label records are standard.
000825 01  journal-record.
000826     05  jr-run-date                pic x(8).
000827     05  jr-run-time                pic x(8).
000828     05  jr-run-mode                pic x(10).
000829     05  jr-action                  pic x.
000830         88  jr-action-write            value 'W'.
000831         88  jr-action-rewrite          value 'R'.
000832         88  jr-action-delete           value 'D'.
000833     05  jr-before-image            pic x(59).
000834     05  jr-after-image             pic x(59).
000835
000836 fd  disc-trans
000837     label records are standard.
000838 01  disc-trans-record.
000839     05  dt-student-id              pic x(9).
000840     05  dt-incident-date           pic x(8).
000841     05  dt-incident-code           pic x(6).
000842     05  dt-action-code             pic x(6).
000843     05  dt-suspend-start           pic x(8).
000844         88  dt-no-suspension           values spaces
000845                                               '00000000'.
000846     05  dt-suspend-end             pic x(8).
000847
000848 fd  disc-history
000849     label records are standard.
000850 01  disc-history-record.
000851     05  dh-key.
000852         10  dh-student-id          pic x(9).
000853         10  dh-incident-date       pic x(8).
000854         10  dh-incident-code       pic x(6).
000855     05  dh-action-code             pic x(6).
000856     05  dh-suspend-start           pic x(8).
000857     05  dh-suspend-end             pic x(8).
000858
000859*    excused-absence transactions generated for each in-session
000860*    suspension day, in the ATTNDTRN record layout - the next
000861*    STUDEDIT run picks them up, so attendance and discipline
000862*    stop disagreeing about a suspended student. only days up
000863*    to the run date go here: the edit rejects future dates,
000864*    so forward-dated suspension days ride the pending file
000865*    below until their day arrives.
000866 fd  disc-attendance
000867     label records are standard.
000868 01  disc-attendance-record.
000869     05  da-student-id              pic x(9).
000870     05  da-attendance-date         pic x(8).
000871     05  da-attendance-status       pic x.
000872
000873*    carry-forward suspense file for forward-dated suspension
000874*    days: each run reads yesterday's generation, releases the
000875*    records whose date has arrived into DISCATTN, and rewrites
000876*    the still-future ones to the new generation.
000877 fd  disc-pending-in
000878     label records are standard.
000879 01  disc-pending-in-record.
000880     05  pi-student-id              pic x(9).
000881     05  pi-attendance-date         pic x(8).
000882     05  pi-attendance-status       pic x.
000883
000884 fd  disc-pending-out
000885     label records are standard.
000886 01  disc-pending-out-record.
000887     05  po-student-id              pic x(9).
000888     05  po-attendance-date         pic x(8).
000889     05  po-attendance-status       pic x.
000890
000891 fd  disc-rpt
000892     label records are standard.
000893 01  disc-line                      pic x(80).
000894
000895 fd  capacity-rpt
000896     label records are standard.
000897 01  capacity-line                  pic x(80).
000898
000899 fd  alumni-history
000900     label records are standard.
000901 01  alumni-record.
000902     05  al-student-id              pic x(9).
000903     05  al-student-name            pic x(30).
000904     05  al-final-grade             pic xx.
000905     05  al-homeroom-code           pic x(6).
000906     05  al-enrollment-date         pic x(8).
000907     05  al-graduation-date         pic x(8).
000908     05  al-final-gpa               pic 9v99.
000909
000910 fd  promotion-rpt
000911     label records are standard.
000912 01  promotion-line                 pic x(80).
000913
000914 fd  grade-history
000915     label records are standard.
000916 01  grade-history-record.
000917     05  gh-key.
000918         10  gh-student-id          pic x(9).
000919         10  gh-term-id             pic x(6).
000920         10  gh-course-code         pic x(6).
000921     05  gh-credit-hours            pic 9v9.
000922     05  gh-letter-grade            pic x.
000923
000924 fd  transcript-rpt
000925     label records are standard.
000926 01  transcript-line                pic x(80).
000927
000928 fd  reconcile-rpt
000929     label records are standard.
000930 01  reconcile-line                 pic x(80).
000931
000932*    one record per department carrying a graduation credit
000933*    requirement - gq-department matches cc-department on the
000934*    course catalog, so earned credit on GRDHIST is rolled up
000935*    to it through the course code.
000936 fd  grad-requirement
000937     label records are standard.
000938 01  grad-requirement-record.
000939     05  gq-department              pic x(12).
000940     05  gq-credits-required        pic 99v9.
000941
000942 sd  sort-work-11.
000943 01  sw11-record.
000944     05  sw11-homeroom-code         pic x(6).
000945     05  sw11-student-id            pic x(9).
000946     05  sw11-department            pic x(12).
000947     05  sw11-student-name          pic x(30).
000948     05  sw11-grade-level           pic xx.
000949     05  sw11-credits-required      pic 99v9.
000950     05  sw11-credits-earned        pic 99v9.
000951
000952 fd  grad-audit-rpt
000953     label records are standard.
000954 01  grad-audit-line                pic x(80).
000955
000956*    one mark per student per class period, keyed by the
000957*    teacher who took the roll - the period must be booked for
000958*    the student on SCHEDULE under that same teacher.
000959 fd  period-attendance
000960     label records are standard.
000961 01  period-attendance-record.
000962     05  pa-student-id              pic x(9).
000963     05  pa-attendance-date         pic x(8).
000964     05  pa-period                  pic 99.
000965     05  pa-teacher                 pic x(20).
000966     05  pa-period-status           pic x.
000967         88  valid-period-status        values 'P' 'A' 'T' 'E'.
000968
000969 sd  sort-work-12.
000970 01  sw12-record.
000971     05  sw12-student-id            pic x(9).
000972     05  sw12-attendance-date       pic x(8).
000973     05  sw12-period                pic 99.
000974     05  sw12-teacher               pic x(20).
000975     05  sw12-period-status         pic x.
000976
000977*    the raw daily file sorted by student and date, so the
000978*    period roll-up can see whether the clerk already keyed a
000979*    day status for the student.
000980 fd  day-work
000981     label records are standard.
000982 01  day-work-record.
000983     05  dw-student-id              pic x(9).
000984     05  dw-attendance-date         pic x(8).
000985     05  dw-attendance-status       pic x.
000986
000987 fd  period-reject
000988     label records are standard.
000989 01  period-reject-record.
000990     05  pr-student-id              pic x(9).
000991     05  pr-attendance-date         pic x(8).
000992     05  pr-period                  pic 99.
000993     05  pr-teacher                 pic x(20).
000994     05  pr-period-status           pic x.
000995     05  pr-reason-code             pic xx.
000996     05  pr-reason-text             pic x(40).
000997
000998*    rolled-up day status per student, in the ATTNDTRN record
000999*    layout - appended to the raw daily file for the night's
001000*    STUDEDIT the same way the suspension-day feed is.
001001 fd  period-feed
001002     label records are standard.
001003 01  period-feed-record.
001004     05  pf-student-id              pic x(9).
001005     05  pf-attendance-date         pic x(8).
001006     05  pf-attendance-status       pic x.
001007
001008 fd  cutting-rpt
001009     label records are standard.
001010 01  cutting-line                   pic x(80).
001011
001012*    a booked course with no grade on the GRADES file, cut by
001013*    the GPA run's schedule reconciliation and re-sorted by
001014*    teacher for the missing-grades list.
001015 fd  miss-work
001016     label records are standard.
001017 01  miss-work-record.
001018     05  mw-teacher                 pic x(20).
001019     05  mw-period                  pic 99.
001020     05  mw-course-code             pic x(6).
001021     05  mw-student-id              pic x(9).
001022     05  mw-student-name            pic x(30).
001023
001024 sd  sort-work-13.
001025 01  sw13-record.
001026     05  sw13-teacher               pic x(20).
001027     05  sw13-period                pic 99.
001028     05  sw13-course-code           pic x(6).
001029     05  sw13-student-id            pic x(9).
001030     05  sw13-student-name          pic x(30).
001031
001032 fd  missing-grade-rpt
001033     label records are standard.
001034 01  missing-grade-line             pic x(80).
001035
001036 sd  sort-work-14.
001037 01  sw14-record.
001038     05  sw14-teacher               pic x(20).
001039     05  sw14-staff-id redefines sw14-teacher
001040                                    pic x(6).
001041     05  sw14-period                pic 99.
001042     05  sw14-course-code           pic x(6).
001043     05  sw14-student-name          pic x(30).
001044     05  sw14-student-id            pic x(9).
001045     05  sw14-grade-level           pic xx.
001046
001047 fd  class-roster
001048     label records are standard.
001049 01  class-roster-line              pic x(80).
001050
001051*    mid-term grades in the GRADES layout - read only by the
001052*    PROGRESS run, never posted to GRDHIST or the master gpa.
001053 fd  interim-grades
001054     label records are standard.
001055 01  interim-grade-record.
001056     05  ig-student-id              pic x(9).
001057     05  ig-course-code             pic x(6).
001058     05  ig-credit-hours            pic 9v9.
001059     05  ig-letter-grade            pic x.
001060         88  ig-deficient-grade         values 'D' 'F' 'I'.
001061
001062 sd  sort-work-15.
001063 01  sw15-record.
001064     05  sw15-student-id            pic x(9).
001065     05  sw15-course-code           pic x(6).
001066     05  sw15-letter-grade          pic x.
001067
001068*    one record per progress notice sent, keyed student id +
001069*    term, so a rerun never mails the same notice twice.
001070 fd  progress-log
001071     label records are standard.
001072 01  progress-log-record.
001073     05  pl-key.
001074         10  pl-student-id          pic x(9).
001075         10  pl-term-id             pic x(6).
001076     05  pl-notice-date             pic x(8).
001077     05  pl-course-count            pic 99.
001078
001079 fd  progress-letters
001080     label records are standard.
001081 01  progress-letter-line           pic x(80).
001082
001083*    a correction to one posted GRDHIST row - the old grade
001084*    must match the row on file or the change is refused.
001085 fd  grade-change-trans
001086     label records are standard.
001087 01  grade-change-record.
001088     05  gc-student-id              pic x(9).
001089     05  gc-term-id                 pic x(6).
001090     05  gc-course-code             pic x(6).
001091     05  gc-old-grade               pic x.
001092     05  gc-new-grade               pic x.
001093         88  valid-new-grade            values 'A' 'B' 'C'
001094                                               'D' 'F' 'I'.
001095     05  gc-reason-code             pic xx.
001096     05  gc-auth-staff              pic x(6).
001097
001098 sd  sort-work-16.
001099 01  sw16-record.
001100     05  sw16-student-id            pic x(9).
001101     05  sw16-sequence              pic 9(5).
001102     05  sw16-student-name          pic x(30).
001103     05  sw16-grade-level           pic xx.
001104     05  sw16-old-gpa               pic 9v99.
001105     05  sw16-new-gpa               pic 9v99.
001106     05  sw16-rank-stale            pic x.
001107     05  sw16-standing-stale        pic x.
001108
001109 fd  grade-change-rpt
001110     label records are standard.
001111 01  grade-change-line              pic x(80).
001112
001113*    weekly cross-file integrity sweep - every exception found,
001114*    then record counts by file and exception counts by category.
001115 fd  integrity-rpt
001116     label records are standard.
001117 01  integrity-line                 pic x(80).
001118
001119*    guardian phone and contact preference, one per student
001120*    alongside GUARDIAN. the last call fields are kept by the
001121*    call-result load so the dialer can skip a number the
001122*    vendor reported as bad.
001123 fd  guardian-phone
001124     label records are standard.
001125 01  guardian-phone-record.
001126     05  gp-student-id              pic x(9).
001127     05  gp-primary-phone           pic x(10).
001128     05  gp-alternate-phone         pic x(10).
001129     05  gp-opt-out                 pic x.
001130         88  gp-opted-out               value 'Y'.
001131     05  gp-last-call-date          pic x(8).
001132     05  gp-last-phone              pic x(10).
001133     05  gp-last-result             pic x.
001134         88  gp-last-bad-number         value 'B'.
001135     05  filler                     pic x(11).
001136
001137*    nightly call file for the district's phone-dialer vendor -
001138*    one record per unexcused absence.
001139 fd  dial-out
001140     label records are standard.
001141 01  dial-out-record.
001142     05  do-call-date               pic x(8).
001143     05  do-student-id              pic x(9).
001144     05  do-phone                   pic x(10).
001145     05  do-alternate-phone         pic x(10).
001146     05  do-language-code           pic xx.
001147     05  do-student-name            pic x(30).
001148     05  do-guardian-name           pic x(30).
001149     05  filler                     pic x.
001150
001151*    call results returned by the dialer vendor.
001152 fd  call-result
001153     label records are standard.
001154 01  call-result-record.
001155     05  cr-call-date               pic x(8).
001156     05  cr-student-id              pic x(9).
001157     05  cr-phone                   pic x(10).
001158     05  cr-result                  pic x.
001159         88  valid-call-result          values 'R' 'N' 'B'.
001160         88  cr-reached                 value 'R'.
001161         88  cr-no-answer               value 'N'.
001162         88  cr-bad-number              value 'B'.
001163     05  filler                     pic xx.
001164
001165 fd  bad-phone-rpt
001166     label records are standard.
001167 01  bad-phone-line                 pic x(80).
001168
001169*    student fees ledger, one record per charge. payments and
001170*    waivers are applied against the charge they name; the
001171*    charge closes when nothing is left owing on it.
001172 fd  fee-ledger
001173     label records are standard.
001174 01  fee-ledger-record.
001175     05  fe-key.
001176         10  fe-student-id          pic x(9).
001177         10  fe-charge-id           pic x(6).
001178     05  fe-charge-type             pic x(4).
001179     05  fe-description             pic x(20).
001180     05  fe-charge-date             pic x(8).
001181     05  fe-charge-amount           pic 9(5)v99.
001182     05  fe-paid-amount             pic 9(5)v99.
001183     05  fe-waived-amount           pic 9(5)v99.
001184     05  fe-last-activity-date      pic x(8).
001185     05  fe-status                  pic x.
001186         88  fe-open                    value 'O'.
001187         88  fe-closed                  value 'C'.
001188     05  filler                     pic x(3).
001189
001190*    fee transactions keyed by the business office - a charge
001191*    (C) opens a charge id, a payment (P) or waiver (W) is
001192*    applied against one.
001193 fd  fee-trans
001194     label records are standard.
001195 01  fee-trans-record.
001196     05  ft-trans-code              pic x.
001197     05  ft-student-id              pic x(9).
001198     05  ft-charge-id               pic x(6).
001199     05  ft-trans-date              pic x(8).
001200     05  ft-amount                  pic 9(5)v99.
001201     05  ft-charge-type             pic x(4).
001202     05  ft-description             pic x(20).
001203     05  filler                     pic x(5).
001204
001205*    charges sort ahead of the payments and waivers against
001206*    them, so a charge and its payment can arrive together.
001207 sd  sort-work-17.
001208 01  sw17-record.
001209     05  sw17-trans-code            pic x.
001210         88  sw17-charge                value 'C'.
001211         88  sw17-payment               value 'P'.
001212         88  sw17-waiver                value 'W'.
001213         88  sw17-valid-code            value 'C' 'P' 'W'.
001214     05  sw17-student-id            pic x(9).
001215     05  sw17-charge-id             pic x(6).
001216     05  sw17-trans-date            pic x(8).
001217     05  sw17-amount                pic 9(5)v99.
001218     05  sw17-charge-type           pic x(4).
001219     05  sw17-description           pic x(20).
001220     05  filler                     pic x(5).
001221
001222*    students whose open fee balance is over the hold amount,
001223*    rebuilt by every fee edit run. report cards and
001224*    transcripts are withheld while a student is on file here.
001225 fd  fee-hold
001226     label records are standard.
001227 01  fee-hold-record.
001228     05  fh-student-id              pic x(9).
001229     05  fh-open-balance            pic 9(7)v99.
001230     05  fh-as-of-date              pic x(8).
001231     05  filler                     pic x(6).
001232
001233 fd  fee-hold-rpt
001234     label records are standard.
001235 01  fee-hold-line                  pic x(80).
001236
001237 fd  fee-statement
001238     label records are standard.
001239 01  fee-statement-line             pic x(80).
001240
001241 fd  fee-aging-rpt
001242     label records are standard.
001243 01  fee-aging-line                 pic x(80).
001244
001245*    held obligations of transferring students, sent on to
001246*    the receiving school with the transfer packets.
001247 fd  xfer-hold-rpt
001248     label records are standard.
001249 01  xfer-hold-line                 pic x(80).
001250
001251*    staff master, one record per teacher or staff member keyed
001252*    by staff id. staff are deactivated, never deleted, so old
001253*    schedule records still resolve to a name.
001254 fd  staff-master
001255     label records are standard.
001256 01  staff-master-record.
001257     05  sf-staff-id                pic x(6).
001258     05  sf-staff-name              pic x(20).
001259     05  sf-department              pic x(12).
001260     05  sf-status                  pic x.
001261         88  sf-active                  value 'A'.
001262         88  sf-inactive                value 'I'.
001263     05  sf-max-sections            pic 99.
001264     05  sf-status-date             pic x(8).
001265     05  filler                     pic x.
001266
001267 fd  staff-trans
001268     label records are standard.
001269 01  staff-trans-record.
001270     05  su-trans-code              pic x.
001271         88  su-add                     value 'A'.
001272         88  su-change                  value 'C'.
001273         88  su-deactivate              value 'D'.
001274     05  su-staff-id                pic x(6).
001275     05  su-staff-name              pic x(20).
001276     05  su-department              pic x(12).
001277     05  su-max-sections            pic xx.
001278     05  su-max-sections-n redefines su-max-sections
001279                                    pic 99.
001280     05  su-status                  pic x.
001281         88  su-reactivate              value 'A'.
001282     05  filler                     pic x(8).
001283
001284 sd  sort-work-18.
001285 01  sw18-record.
001286     05  sw18-teacher               pic x(20).
001287     05  sw18-staff-id redefines sw18-teacher
001288                                    pic x(6).
001289     05  sw18-period                pic 99.
001290     05  sw18-course-code           pic x(6).
001291     05  sw18-student-id            pic x(9).
001292
001293 fd  teacher-load-rpt
001294     label records are standard.
001295 01  teacher-load-line              pic x(80).
001296
001297*    next-year course requests, one record per course a student
001298*    asks for - a first choice or an alternate in case a first
001299*    choice cannot be scheduled.
001300 fd  course-request
001301     label records are standard.
001302 01  course-request-record.
001303     05  rq-student-id              pic x(9).
001304     05  rq-next-grade              pic xx.
001305     05  rq-course-code             pic x(6).
001306     05  rq-choice                  pic x.
001307     05  filler                     pic x(22).
001308
001309 sd  sort-work-19.
001310 01  sw19-record.
001311     05  sw19-student-id            pic x(9).
001312     05  sw19-next-grade            pic xx.
001313     05  sw19-course-code           pic x(6).
001314     05  sw19-choice                pic x.
001315         88  sw19-first                 value 'F'.
001316         88  sw19-alternate             value 'A'.
001317         88  sw19-valid-choice          value 'F' 'A'.
001318     05  filler                     pic x(22).
001319
001320*    the requests that passed the edit, in student and course
001321*    order, kept for the starter schedule transactions cut
001322*    after the promotion run.
001323 fd  request-ok
001324     label records are standard.
001325 01  request-ok-record.
001326     05  ra-student-id              pic x(9).
001327     05  ra-next-grade              pic xx.
001328     05  ra-course-code             pic x(6).
001329     05  ra-choice                  pic x.
001330         88  ra-first                   value 'F'.
001331         88  ra-alternate               value 'A'.
001332     05  filler                     pic x(22).
001333
001334 fd  request-demand-rpt
001335     label records are standard.
001336 01  request-demand-line            pic x(80).
001337
001338 working-storage section.
001339 01  ws-student-status          pic xx.
001340 01  ws-reject-status           pic xx.
001341 01  ws-attendance-status       pic xx.
001342 01  ws-flagged-status          pic xx.
001343 01  ws-exception-status        pic xx.
001344 01  ws-grades-status           pic xx.
001345 01  ws-audit-status            pic xx.
001346 01  ws-totals-status           pic xx.
001347 01  ws-extract-status          pic xx.
001348 01  ws-schedule-status         pic xx.
001349 01  ws-conflict-status         pic xx.
001350 01  ws-maint-status            pic xx.
001351 01  ws-attclean-status         pic xx.
001352 01  ws-atttoday-status         pic xx.
001353 01  ws-attreject-status        pic xx.
001354 01  ws-rptcard-status          pic xx.
001355 01  ws-standing-status         pic xx.
001356 01  ws-runctl-status           pic xx.
001357 01  ws-audrpt-status           pic xx.
001358 01  ws-audarch-status          pic xx.
001359 01  ws-audnew-status           pic xx.
001360 01  ws-refdata-status          pic xx.
001361 01  ws-crsecat-status          pic xx.
001362 01  ws-guardian-status         pic xx.
001363 01  ws-trulog-status           pic xx.
001364 01  ws-trultr-status           pic xx.
001365 01  ws-rankfile-status         pic xx.
001366 01  ws-rankrpt-status          pic xx.
001367 01  ws-calendar-status         pic xx.
001368 01  ws-adarpt-status           pic xx.
001369 01  ws-schdtrn-status          pic xx.
001370 01  ws-schdwork-status         pic xx.
001371 01  ws-schdnew-status          pic xx.
001372 01  ws-xferpkt-status          pic xx.
001373 01  ws-postctl-status          pic xx.
001374 01  ws-recvjrnl-status         pic xx.
001375 01  ws-disctrn-status          pic xx.
001376 01  ws-dischist-status         pic xx.
001377 01  ws-discattn-status         pic xx.
001378 01  ws-discrpt-status          pic xx.
001379 01  ws-discpeni-status         pic xx.
001380 01  ws-discpeno-status         pic xx.
001381 01  ws-caprpt-status           pic xx.
001382 01  ws-alumni-status           pic xx.
001383 01  ws-promorpt-status         pic xx.
001384 01  ws-grdhist-status          pic xx.
001385 01  ws-trnscrpt-status         pic xx.
001386 01  ws-reconrpt-status         pic xx.
001387 01  ws-gradreq-status          pic xx.
001388 01  ws-gradrpt-status          pic xx.
001389 01  ws-perdattn-status         pic xx.
001390 01  ws-daywork-status          pic xx.
001391 01  ws-perrjct-status          pic xx.
001392 01  ws-perdfeed-status         pic xx.
001393 01  ws-cutrpt-status           pic xx.
001394 01  ws-misswork-status         pic xx.
001395 01  ws-missgrd-status          pic xx.
001396 01  ws-clsrost-status          pic xx.
001397 01  ws-interim-status          pic xx.
001398 01  ws-proglog-status          pic xx.
001399 01  ws-progltr-status          pic xx.
001400 01  ws-grdchg-status           pic xx.
001401 01  ws-grdchrpt-status         pic xx.
001402 01  ws-intgrpt-status          pic xx.
001403 01  ws-guarphon-status         pic xx.
001404 01  ws-dialout-status          pic xx.
001405 01  ws-callrslt-status         pic xx.
001406 01  ws-badphrpt-status         pic xx.
001407 01  ws-fees-status             pic xx.
001408 01  ws-feetrn-status           pic xx.
001409 01  ws-feehold-status          pic xx.
001410 01  ws-feehrpt-status          pic xx.
001411 01  ws-feestmt-status          pic xx.
001412 01  ws-feeage-status           pic xx.
001413 01  ws-xferhold-status         pic xx.
001414 01  ws-staff-status            pic xx.
001415 01  ws-staftrn-status          pic xx.
001416 01  ws-tchload-status          pic xx.
001417 01  ws-crsreq-status           pic xx.
001418 01  ws-crsreqok-status         pic xx.
001419 01  ws-reqdmnd-status          pic xx.
001420 01  ws-io-check-name           pic x(20).
001421 01  ws-io-check-status         pic xx.
001422 01  ws-flags.
001423     05  ws-eof-flag            pic x value 'N'.
001424         88  end-of-file            value 'Y'.
001425     05  ws-reject-switch       pic x value 'N'.
001426         88  record-rejected        value 'Y'.
001427     05  ws-sort1-eof           pic x value 'N'.
001428         88  sort1-eof              value 'Y'.
001429     05  ws-sort2-eof           pic x value 'N'.
001430         88  sort2-eof              value 'Y'.
001431     05  ws-sort3-eof           pic x value 'N'.
001432         88  sort3-eof              value 'Y'.
001433     05  ws-maint-eof           pic x value 'N'.
001434         88  maint-eof              value 'Y'.
001435     05  ws-attedit-eof         pic x value 'N'.
001436         88  attedit-eof            value 'Y'.
001437     05  ws-sort6-eof           pic x value 'N'.
001438         88  sort6-eof              value 'Y'.
001439     05  ws-grades-eof          pic x value 'N'.
001440         88  grades-eof             value 'Y'.
001441     05  ws-sort7-eof           pic x value 'N'.
001442         88  sort7-eof              value 'Y'.
001443     05  ws-master-eof          pic x value 'N'.
001444         88  master-eof             value 'Y'.
001445     05  ws-audit-eof           pic x value 'N'.
001446         88  audit-eof              value 'Y'.
001447     05  ws-hist-eof            pic x value 'N'.
001448         88  hist-eof               value 'Y'.
001449     05  ws-totupd-eof          pic x value 'N'.
001450         88  totupd-eof             value 'Y'.
001451
001452 01  ws-prior-student-id        pic x(9) value spaces.
001453 01  ws-consecutive-absences    pic 9(3) value zero.
001454
001455 01  ws-gpa-student-id          pic x(9) value spaces.
001456 01  ws-gpa-quality-points      pic 9(5)v99 value zero.
001457 01  ws-gpa-credit-total        pic 9(4)v9 value zero.
001458 01  ws-gpa-value               pic 9v99 value zero.
001459 01  ws-grade-points            pic 9v9 value zero.
001460 01  ws-gpa-edit                pic 9.99 value zero.
001461
001462 01  ws-reject-reason           pic xx.
001463     88  reason-bad-grade           value '01'.
001464     88  reason-bad-homeroom        value '02'.
001465     88  reason-future-enroll       value '03'.
001466     88  reason-duplicate-add       value '04'.
001467     88  reason-not-on-file         value '05'.
001468     88  reason-bad-trans-code      value '06'.
001469     88  reason-unknown-student     value '07'.
001470     88  reason-bad-date            value '08'.
001471     88  reason-future-date         value '09'.
001472     88  reason-bad-att-status      value '10'.
001473     88  reason-unknown-course      value '11'.
001474     88  reason-credit-mismatch     value '12'.
001475     88  reason-no-guardian         value '13'.
001476     88  reason-not-school-day      value '14'.
001477     88  reason-period-conflict     value '15'.
001478     88  reason-sched-not-found     value '16'.
001479     88  reason-section-full        value '17'.
001480     88  reason-withdrawn-student   value '18'.
001481     88  reason-bad-disc-code       value '19'.
001482     88  reason-bad-suspension      value '20'.
001483     88  reason-dup-incident        value '21'.
001484     88  reason-not-booked-period   value '22'.
001485     88  reason-wrong-teacher       value '23'.
001486     88  reason-dup-period-mark     value '24'.
001487     88  reason-not-scheduled       value '25'.
001488     88  reason-hist-not-found      value '26'.
001489     88  reason-old-grade-mismatch  value '27'.
001490     88  reason-bad-new-grade       value '28'.
001491     88  reason-no-authorization    value '29'.
001492     88  reason-no-phone            value '30'.
001493     88  reason-phone-opt-out       value '31'.
001494     88  reason-bad-call-result     value '32'.
001495     88  reason-dup-charge          value '33'.
001496     88  reason-bad-amount          value '34'.
001497     88  reason-charge-not-found    value '35'.
001498     88  reason-over-balance        value '36'.
001499     88  reason-staff-not-found     value '37'.
001500     88  reason-staff-inactive      value '38'.
001501     88  reason-bad-staff-data      value '39'.
001502     88  reason-dup-request         value '40'.
001503     88  reason-wrong-next-grade    value '41'.
001504     88  reason-grade-posted        value '42'.
001505     88  reason-bad-period          value '43'.
001506
001507 01  ws-rc-prior-homeroom       pic x(6) value spaces.
001508 01  ws-rc-prior-student        pic x(9) value spaces.
001509 01  ws-rc-hold-gpa             pic 9v99 value zero.
001510 01  ws-rc-term-points          pic 9(5)v99 value zero.
001511 01  ws-rc-term-credits         pic 9(4)v9 value zero.
001512 01  ws-rc-term-gpa             pic 9v99 value zero.
001513 01  ws-credit-edit             pic 9.9 value zero.
001514
001515 01  ws-parm-work               pic x(40) value spaces.
001516 01  ws-parm-opt1               pic x(10) value spaces.
001517 01  ws-parm-opt2               pic x(10) value spaces.
001518 01  ws-parm-opt3               pic x(10) value spaces.
001519
001520 01  ws-honor-threshold         pic 9v99 value 3.50.
001521 01  ws-probation-threshold     pic 9v99 value 2.00.
001522 01  ws-threshold-parse.
001523     05  ws-tp-units            pic x.
001524     05  ws-tp-point            pic x.
001525     05  ws-tp-decimals         pic xx.
001526 01  ws-tp-units-num            pic 9 value zero.
001527 01  ws-tp-decimals-num         pic 99 value zero.
001528 01  ws-parsed-threshold        pic 9v99 value zero.
001529 01  ws-threshold-ok            pic x value 'N'.
001530     88  threshold-parsed           value 'Y'.
001531
001532 01  ws-stand-prior-category    pic x value spaces.
001533
001534 01  ws-inq-student-id          pic x(9) value spaces.
001535 01  ws-inq-from-date           pic x(8) value spaces.
001536 01  ws-inq-to-date             pic x(8) value spaces.
001537 01  ws-arc-cutoff-date         pic x(8) value spaces.
001538 01  ws-edit-today-date         pic x(8) value spaces.
001539
001540 01  ws-ref-eof                 pic x value 'N'.
001541     88  ref-eof                    value 'Y'.
001542 01  ws-ref-gl-loaded           pic s9(4) comp value zero.
001543 01  ws-ref-hr-loaded           pic s9(4) comp value zero.
001544 01  ws-ref-dc-loaded           pic s9(4) comp value zero.
001545 01  ws-cap-total               pic 9(5) comp value zero.
001546 01  ws-cap-average             pic 9(3) value zero.
001547 01  ws-cap-edit                pic zz9 value zero.
001548 01  ws-cap-flag                pic x(15) value spaces.
001549
001550 01  ws-promo-graduated         pic 9(5) value zero.
001551 01  ws-promo-unknown           pic 9(5) value zero.
001552 01  ws-promo-skipped           pic 9(5) value zero.
001553 01  ws-promo-grade-ok          pic x value 'N'.
001554     88  grade-advanced             value 'Y'.
001555 01  ws-promo-counts.
001556     05  ws-promo-grade-cnt     pic 9(5) occurs 20 times.
001557 01  ws-promo-edit              pic zzzz9 value zero.
001558
001559 01  ws-gpa-term-id             pic x(6) value spaces.
001560 01  ws-letter-grade-in         pic x value space.
001561     88  passing-grade              values 'A' 'B' 'C' 'D'.
001562 01  ws-tr-prior-student        pic x(9) value spaces.
001563 01  ws-tr-prior-term           pic x(6) value spaces.
001564 01  ws-tr-term-points          pic 9(5)v99 value zero.
001565 01  ws-tr-term-credits         pic 9(4)v9 value zero.
001566 01  ws-tr-cum-points           pic 9(5)v99 value zero.
001567 01  ws-tr-cum-credits          pic 9(4)v9 value zero.
001568 01  ws-tr-gpa                  pic 9v99 value zero.
001569 01  ws-recon-edit              pic zz9 value zero.
001570 01  ws-tot-side-eof            pic x value 'N'.
001571     88  tot-side-eof               value 'Y'.
001572 01  ws-recon-student-id        pic x(9) value spaces.
001573 01  ws-recon-stored            pic 9(3) value zero.
001574 01  ws-recon-computed          pic 9(3) value zero.
001575 01  ws-grade-sub               pic s9(4) comp value zero.
001576 01  ws-homeroom-sub            pic s9(4) comp value zero.
001577 01  ws-count-edit              pic zz9 value zero.
001578 01  ws-standing-counts.
001579     05  ws-honor-grade-count   pic 9(3) occurs 20 times.
001580     05  ws-prob-grade-count    pic 9(3) occurs 20 times.
001581     05  ws-honor-hr-count      pic 9(3) occurs 50 times.
001582     05  ws-prob-hr-count       pic 9(3) occurs 50 times.
001583
001584 01  ws-control-counts.
001585     05  ws-cnt-trans-read      pic 9(7) comp value zero.
001586     05  ws-cnt-master-read     pic 9(7) comp value zero.
001587     05  ws-cnt-written         pic 9(7) comp value zero.
001588     05  ws-cnt-rewritten       pic 9(7) comp value zero.
001589     05  ws-cnt-rejected        pic 9(7) comp value zero.
001590 01  ws-cnt-edit                pic z(6)9 value zero.
001591 01  ws-balance-flag            pic x value 'Y'.
001592     88  run-in-balance             value 'Y'.
001593     88  run-out-of-balance         value 'N'.
001594
001595 01  ws-date-check.
001596     05  ws-dc-yyyy             pic 9(4).
001597     05  ws-dc-mm               pic 99.
001598     05  ws-dc-dd               pic 99.
001599 01  ws-date-work.
001600     05  ws-leap-quotient       pic 9(4).
001601     05  ws-leap-remainder      pic 9(4).
001602     05  ws-leap-flag           pic x.
001603         88  leap-year              value 'Y'.
001604
001605 01  ws-month-days-values.
001606     05  filler                 pic 99 value 31.
001607     05  filler                 pic 99 value 28.
001608     05  filler                 pic 99 value 31.
001609     05  filler                 pic 99 value 30.
001610     05  filler                 pic 99 value 31.
001611     05  filler                 pic 99 value 30.
001612     05  filler                 pic 99 value 31.
001613     05  filler                 pic 99 value 31.
001614     05  filler                 pic 99 value 30.
001615     05  filler                 pic 99 value 31.
001616     05  filler                 pic 99 value 30.
001617     05  filler                 pic 99 value 31.
001618 01  ws-month-days redefines ws-month-days-values.
001619     05  ws-month-days-entry    pic 99 occurs 12 times.
001620
001621*    the valid grade-level and homeroom tables are loaded from the
001622*    REFDATA reference file by 1400-LOAD-REFERENCE-DATA at the
001623*    start of any mode that validates or tallies against them, so
001624*    the building can add a homeroom without a program change.
001625 01  ws-valid-grade-count       pic s9(4) comp value 1.
001626 01  ws-valid-grades.
001627     05  ws-valid-grade-entry   pic x(2)
001628                                occurs 1 to 20 times
001629                                depending on ws-valid-grade-count
001630                                     indexed by ws-grade-idx.
001631
001632 01  ws-valid-homeroom-count    pic s9(4) comp value 1.
001633 01  ws-valid-homerooms.
001634     05  ws-valid-homeroom-group
001635                                occurs 1 to 50 times
001636                         depending on ws-valid-homeroom-count
001637                                indexed by ws-homeroom-idx.
001638         10  ws-valid-homeroom-entry pic x(6).
001639         10  ws-homeroom-teacher     pic x(20).
001640         10  ws-homeroom-staff-id redefines
001641                 ws-homeroom-teacher pic x(6).
001642         10  ws-homeroom-capacity    pic 9(3).
001643         10  ws-homeroom-enrolled    pic 9(3).
001644
001645*    the valid discipline-code table also comes from REFDATA -
001646*    DC records, with the description in the teacher columns -
001647*    so the principal's office can add an incident code without
001648*    a program change.
001649 01  ws-valid-disc-count        pic s9(4) comp value 1.
001650 01  ws-valid-discs.
001651     05  ws-valid-disc-group
001652                                occurs 1 to 50 times
001653                          depending on ws-valid-disc-count
001654                                indexed by ws-disc-idx.
001655         10  ws-valid-disc-entry     pic x(6).
001656         10  ws-disc-description     pic x(20).
001657
001658*    the valid course table is loaded from the CRSECAT catalog
001659*    file by 1420-LOAD-COURSE-CATALOG at the start of any mode
001660*    that validates course codes or prints course titles, so the
001661*    guidance office can add a course without a program change.
001662 01  ws-cat-eof                 pic x value 'N'.
001663     88  cat-eof                    value 'Y'.
001664 01  ws-cat-loaded              pic s9(4) comp value zero.
001665 01  ws-valid-course-count      pic s9(4) comp value 1.
001666 01  ws-valid-courses.
001667     05  ws-valid-course-group
001668                                occurs 1 to 200 times
001669                          depending on ws-valid-course-count
001670                                indexed by ws-course-idx.
001671         10  ws-valid-course-entry   pic x(6).
001672         10  ws-course-title         pic x(30).
001673         10  ws-course-department    pic x(12).
001674         10  ws-course-credits       pic 9v9.
001675         10  ws-course-capacity      pic 9(3).
001676         10  ws-course-seats         pic 9(3).
001677 01  ws-course-lookup           pic x(6) value spaces.
001678 01  ws-course-sub              pic s9(4) comp value zero.
001679 01  ws-course-title-out        pic x(30) value spaces.
001680
001681*    the statutory truancy notice thresholds - guardians must be
001682*    notified in writing at 5, 10 and 15 unexcused absences.
001683 01  ws-tru-threshold-values.
001684     05  filler                 pic 99 value 05.
001685     05  filler                 pic 99 value 10.
001686     05  filler                 pic 99 value 15.
001687 01  ws-tru-thresholds redefines ws-tru-threshold-values.
001688     05  ws-tru-threshold-entry pic 99 occurs 3 times.
001689 01  ws-tru-sub                 pic s9(4) comp value zero.
001690 01  ws-tru-eof                 pic x value 'N'.
001691     88  tru-eof                    value 'Y'.
001692 01  ws-tru-count-edit          pic zz9 value zero.
001693
001694 01  ws-sort8-eof               pic x value 'N'.
001695     88  sort8-eof                  value 'Y'.
001696 01  ws-rank-class-sizes.
001697     05  ws-rank-class-size     pic 9(5) occurs 20 times.
001698 01  ws-rank-prior-grade        pic xx value spaces.
001699 01  ws-rank-prior-gpa          pic 9v99 value zero.
001700 01  ws-rank-position           pic 9(5) value zero.
001701 01  ws-rank-rank               pic 9(5) value zero.
001702 01  ws-rank-size               pic 9(5) value zero.
001703 01  ws-rank-pct                pic 9(3) value zero.
001704 01  ws-rank-edit               pic zzzz9 value zero.
001705 01  ws-rank-size-edit          pic zzzz9 value zero.
001706 01  ws-rank-pct-edit           pic zz9 value zero.
001707 01  ws-gpa-term-ok             pic x value 'N'.
001708     88  gpa-term-ok                value 'Y'.
001709
001710 01  ws-sort9-eof               pic x value 'N'.
001711     88  sort9-eof                  value 'Y'.
001712 01  ws-cal-eof                 pic x value 'N'.
001713     88  cal-eof                    value 'Y'.
001714 01  ws-ada-month               pic x(6) value spaces.
001715 01  ws-ada-session-count       pic s9(4) comp value zero.
001716 01  ws-ada-session-days.
001717     05  ws-ada-session-day     pic x(8) occurs 31 times.
001718 01  ws-ada-sub                 pic s9(4) comp value zero.
001719 01  ws-ada-student-id          pic x(9) value spaces.
001720 01  ws-ada-student-ok          pic x value 'N'.
001721     88  ada-student-ok             value 'Y'.
001722 01  ws-ada-present             pic 9(3) value zero.
001723 01  ws-ada-absent              pic 9(3) value zero.
001724 01  ws-ada-last-date           pic x(8) value spaces.
001725 01  ws-ada-end-bound           pic x(8) value spaces.
001726 01  ws-ada-member              pic 9(3) value zero.
001727 01  ws-ada-grade-totals.
001728     05  ws-ada-member-days     pic 9(7) occurs 20 times.
001729     05  ws-ada-present-days    pic 9(7) occurs 20 times.
001730 01  ws-ada-dist-member         pic 9(7) value zero.
001731 01  ws-ada-dist-present        pic 9(7) value zero.
001732 01  ws-ada-rate                pic 9(5)v99 value zero.
001733 01  ws-ada-rate-edit           pic zzzz9.99 value zero.
001734 01  ws-ada-day-edit            pic z(6)9 value zero.
001735
001736 01  ws-sort10-eof              pic x value 'N'.
001737     88  sort10-eof                 value 'Y'.
001738 01  ws-smold-eof               pic x value 'N'.
001739     88  smold-eof                  value 'Y'.
001740 01  ws-sm-old-key.
001741     05  ws-sm-old-student      pic x(9).
001742     05  ws-sm-old-period       pic xx.
001743 01  ws-sm-trans-key.
001744     05  ws-sm-trans-student    pic x(9).
001745     05  ws-sm-trans-period     pic xx.
001746 01  ws-sm-last-add             pic x(11) value low-values.
001747 01  ws-sm-old-master-id        pic x(9) value spaces.
001748 01  ws-sm-old-active           pic x value 'N'.
001749     88  sm-old-active              value 'Y'.
001750 01  ws-sm-trans-master-id      pic x(9) value spaces.
001751 01  ws-sm-trans-on-file        pic x value 'N'.
001752     88  sm-trans-on-file           value 'Y'.
001753 01  ws-sm-trans-active         pic x value 'N'.
001754     88  sm-trans-active            value 'Y'.
001755 01  ws-sm-purged               pic 9(5) value zero.
001756 01  ws-sm-purge-edit           pic zzzz9 value zero.
001757
001758 01  ws-xfer-from-date          pic x(8) value spaces.
001759 01  ws-xfer-eof                pic x value 'N'.
001760     88  xfer-eof                   value 'Y'.
001761 01  ws-xfer-skip               pic x value 'N'.
001762     88  xfer-skip-student          value 'Y'.
001763
001764 01  ws-post-date               pic x(8) value spaces.
001765 01  ws-post-force              pic x value 'N'.
001766     88  post-force                 value 'Y'.
001767 01  ws-post-blocked            pic x value 'N'.
001768     88  post-blocked               value 'Y'.
001769
001770 01  ws-current-time            pic x(8) value spaces.
001771 01  ws-jr-save-image           pic x(59) value spaces.
001772 01  ws-rcv-eof                 pic x value 'N'.
001773     88  rcv-eof                    value 'Y'.
001774 01  ws-rcv-to-date             pic x(8) value spaces.
001775 01  ws-rcv-to-time             pic x(8) value spaces.
001776
001777 01  ws-disc-eof                pic x value 'N'.
001778     88  disc-eof                   value 'Y'.
001779 01  ws-pend-eof                pic x value 'N'.
001780     88  pend-eof                   value 'Y'.
001781 01  ws-disc-sub                pic s9(4) comp value zero.
001782 01  ws-disc-lookup             pic x(6) value spaces.
001783 01  ws-disc-current-date       pic x(8) value spaces.
001784 01  ws-disc-day-count          pic s9(4) comp value zero.
001785 01  ws-disc-counts.
001786     05  ws-disc-grade-count    pic 9(3) occurs 20 times.
001787     05  ws-disc-hr-count       pic 9(3) occurs 50 times.
001788     05  ws-disc-code-count     pic 9(3) occurs 50 times.
001789 01  ws-disc-susp-days          pic 9(5) value zero.
001790 01  ws-disc-susp-edit          pic zzzz9 value zero.
001791
001792 01  ws-current-date.
001793     05  ws-current-yyyymmdd    pic x(8).
001794
001795 01  ws-run-mode                pic x(20) value 'LOAD'.
001796 01  ws-csv-eof                 pic x value 'N'.
001797     88  csv-eof                    value 'Y'.
001798 01  ws-sort4-eof               pic x value 'N'.
001799     88  sort4-eof                  value 'Y'.
001800 01  ws-totals-student-id       pic x(9) value spaces.
001801 01  ws-totals-count            pic 9(3) value zero.
001802 01  ws-sort5-eof               pic x value 'N'.
001803     88  sort5-eof                  value 'Y'.
001804 01  ws-sched-prior-id          pic x(9) value spaces.
001805 01  ws-sched-prior-period      pic 99 value zero.
001806 01  ws-sched-prior-course      pic x(6) value spaces.
001807
001808*    graduation requirements by department, loaded from GRADREQ
001809*    by 2405-LOAD-GRAD-REQUIREMENTS - the earned column is
001810*    cleared and re-summed from GRDHIST for each student.
001811 01  ws-greq-eof                pic x value 'N'.
001812     88  greq-eof                   value 'Y'.
001813 01  ws-greq-loaded             pic s9(4) comp value zero.
001814 01  ws-greq-count              pic s9(4) comp value 1.
001815 01  ws-grad-requirements.
001816     05  ws-greq-group
001817                                occurs 1 to 30 times
001818                          depending on ws-greq-count
001819                                indexed by ws-greq-idx.
001820         10  ws-greq-department     pic x(12).
001821         10  ws-greq-required       pic 99v9.
001822         10  ws-greq-earned         pic 99v9.
001823 01  ws-greq-sub                pic s9(4) comp value zero.
001824 01  ws-grad-deficient          pic x value 'N'.
001825     88  grad-deficient             value 'Y'.
001826 01  ws-grad-sort-eof           pic x value 'N'.
001827     88  grad-sort-eof              value 'Y'.
001828 01  ws-grad-prior-homeroom     pic x(6) value spaces.
001829 01  ws-grad-prior-student      pic x(9) value spaces.
001830 01  ws-grad-needed             pic 99v9 value zero.
001831 01  ws-grad-required-edit      pic z9.9 value zero.
001832 01  ws-grad-earned-edit        pic z9.9 value zero.
001833 01  ws-grad-needed-edit        pic z9.9 value zero.
001834
001835*    period attendance edit - the booked periods of the student
001836*    being matched, the marks accepted for the current student
001837*    and day, and the day's rolled-up status.
001838 01  ws-perd-eof                pic x value 'N'.
001839     88  perd-eof                   value 'Y'.
001840 01  ws-sort12-eof              pic x value 'N'.
001841     88  sort12-eof                 value 'Y'.
001842 01  ws-pdsched-eof             pic x value 'N'.
001843     88  pdsched-eof                value 'Y'.
001844 01  ws-pdday-eof               pic x value 'N'.
001845     88  pdday-eof                  value 'Y'.
001846 01  ws-pd-sched-student        pic x(9) value spaces.
001847 01  ws-pd-booked-count         pic s9(4) comp value 1.
001848 01  ws-pd-booked-loaded        pic s9(4) comp value zero.
001849 01  ws-pd-booked-table.
001850     05  ws-pd-booked-group
001851                                occurs 1 to 15 times
001852                          depending on ws-pd-booked-count
001853                                indexed by ws-pd-idx.
001854         10  ws-pd-booked-period    pic 99.
001855         10  ws-pd-booked-teacher   pic x(20).
001856         10  ws-pd-booked-course    pic x(6).
001857         10  ws-pd-booked-marked    pic x.
001858 01  ws-pd-booked-sub           pic s9(4) comp value zero.
001859 01  ws-pd-mark-key.
001860     05  ws-pd-mark-student     pic x(9) value spaces.
001861     05  ws-pd-mark-date        pic x(8) value spaces.
001862 01  ws-pd-day-key.
001863     05  ws-pd-day-student      pic x(9) value spaces.
001864     05  ws-pd-day-date         pic x(8) value spaces.
001865 01  ws-pd-day-counts.
001866     05  ws-pd-accepted-cnt     pic 99 value zero.
001867     05  ws-pd-present-cnt      pic 99 value zero.
001868     05  ws-pd-absent-cnt       pic 99 value zero.
001869     05  ws-pd-tardy-cnt        pic 99 value zero.
001870     05  ws-pd-excused-cnt      pic 99 value zero.
001871 01  ws-pd-day-status           pic x value space.
001872 01  ws-pd-absent-list          pic x(36) value spaces.
001873 01  ws-pd-cut-count            pic 9(5) value zero.
001874
001875*    GPA run schedule reconciliation and the missing-grades list
001876 01  ws-gpa-accepted            pic 9(3) value zero.
001877 01  ws-miss-student-id         pic x(9) value spaces.
001878 01  ws-miss-period             pic 99 value zero.
001879 01  ws-miss-course-code        pic x(6) value spaces.
001880 01  ws-miss-teacher            pic x(20) value spaces.
001881 01  ws-miss-master-id          pic x(9) value spaces.
001882 01  ws-miss-master-name        pic x(30) value spaces.
001883 01  ws-miss-master-active      pic x value 'N'.
001884     88  miss-master-active         value 'Y'.
001885 01  ws-miss-count              pic 9(5) value zero.
001886 01  ws-sort13-eof              pic x value 'N'.
001887     88  sort13-eof                 value 'Y'.
001888 01  ws-miss-prior-teacher      pic x(20) value spaces.
001889
001890*    class roster print
001891 01  ws-roster-sched-eof        pic x value 'N'.
001892     88  roster-sched-eof           value 'Y'.
001893 01  ws-sort14-eof              pic x value 'N'.
001894     88  sort14-eof                 value 'Y'.
001895 01  ws-roster-section.
001896     05  ws-roster-teacher      pic x(20) value spaces.
001897     05  ws-roster-period       pic 99 value zero.
001898     05  ws-roster-course       pic x(6) value spaces.
001899 01  ws-roster-sw14-section.
001900     05  ws-roster-new-teacher  pic x(20) value spaces.
001901     05  ws-roster-new-period   pic 99 value zero.
001902     05  ws-roster-new-course   pic x(6) value spaces.
001903 01  ws-roster-count            pic 9(3) value zero.
001904 01  ws-roster-marks            pic x(29)
001905             value '|______|______|______|______|'.
001906
001907*    mid-term progress notices - the deficient courses held for
001908*    the student being noticed.
001909 01  ws-interim-eof             pic x value 'N'.
001910     88  interim-eof                value 'Y'.
001911 01  ws-sort15-eof              pic x value 'N'.
001912     88  sort15-eof                 value 'Y'.
001913 01  ws-prog-student-id         pic x(9) value spaces.
001914 01  ws-prog-course-count       pic 99 value zero.
001915 01  ws-prog-courses.
001916     05  ws-prog-course-entry   occurs 15 times.
001917         10  ws-prog-course-code    pic x(6).
001918         10  ws-prog-grade          pic x.
001919 01  ws-prog-sub                pic s9(4) comp value zero.
001920 01  ws-prog-grade-text         pic x(20) value spaces.
001921
001922*    grade change run - the student's gpa either side of the
001923*    change and whether rank or standing may now be stale.
001924 01  ws-gc-eof                  pic x value 'N'.
001925     88  gc-eof                     value 'Y'.
001926 01  ws-sort16-eof              pic x value 'N'.
001927     88  sort16-eof                 value 'Y'.
001928 01  ws-gc-sequence             pic 9(5) value zero.
001929 01  ws-gc-old-gpa              pic 9v99 value zero.
001930 01  ws-gc-rank-stale           pic x value 'N'.
001931 01  ws-gc-standing-stale       pic x value 'N'.
001932 01  ws-gc-old-grade-edit       pic 9.99 value zero.
001933 01  ws-gc-prior-student        pic x(9) value spaces.
001934 01  ws-gc-hold.
001935     05  ws-gc-hold-name        pic x(30).
001936     05  ws-gc-hold-grade-level pic xx.
001937     05  ws-gc-hold-old-gpa     pic 9v99.
001938     05  ws-gc-hold-new-gpa     pic 9v99.
001939     05  ws-gc-hold-rank        pic x.
001940     05  ws-gc-hold-standing    pic x.
001941 01  ws-gc-stale-count          pic 9(5) value zero.
001942
001943*    weekly integrity sweep - one entry per exception category:
001944*    the file it is found on, whether it is a cross-file (X) or
001945*    master-side (M) check, what is wrong, and the count allowed
001946*    before the sweep ends cond code 8. the first PARM option
001947*    overrides every cross-file limit and the second every
001948*    master-side limit.
001949 01  ws-integ-category-values.
001950     05  filler                 pic x(8)  value 'ATTNDTOT'.
001951     05  filler                 pic x     value 'X'.
001952     05  filler                 pic x(30)
001953             value 'NO STUDENT-MASTER RECORD'.
001954     05  filler                 pic 9(5)  value 00000.
001955     05  filler                 pic x(8)  value 'GRDHIST'.
001956     05  filler                 pic x     value 'X'.
001957     05  filler                 pic x(30)
001958             value 'NO STUDENT-MASTER RECORD'.
001959     05  filler                 pic 9(5)  value 00000.
001960     05  filler                 pic x(8)  value 'GUARDIAN'.
001961     05  filler                 pic x     value 'X'.
001962     05  filler                 pic x(30)
001963             value 'NO STUDENT-MASTER RECORD'.
001964     05  filler                 pic 9(5)  value 00000.
001965     05  filler                 pic x(8)  value 'SCHEDULE'.
001966     05  filler                 pic x     value 'X'.
001967     05  filler                 pic x(30)
001968             value 'NO STUDENT-MASTER RECORD'.
001969     05  filler                 pic 9(5)  value 00000.
001970     05  filler                 pic x(8)  value 'DISCHIST'.
001971     05  filler                 pic x     value 'X'.
001972     05  filler                 pic x(30)
001973             value 'NO STUDENT-MASTER RECORD'.
001974     05  filler                 pic 9(5)  value 00000.
001975     05  filler                 pic x(8)  value 'RANKFILE'.
001976     05  filler                 pic x     value 'X'.
001977     05  filler                 pic x(30)
001978             value 'NO STUDENT-MASTER RECORD'.
001979     05  filler                 pic 9(5)  value 00000.
001980     05  filler                 pic x(8)  value 'TRUANLOG'.
001981     05  filler                 pic x     value 'X'.
001982     05  filler                 pic x(30)
001983             value 'NO STUDENT-MASTER RECORD'.
001984     05  filler                 pic 9(5)  value 00000.
001985     05  filler                 pic x(8)  value 'PROGLOG'.
001986     05  filler                 pic x     value 'X'.
001987     05  filler                 pic x(30)
001988             value 'NO STUDENT-MASTER RECORD'.
001989     05  filler                 pic 9(5)  value 00000.
001990     05  filler                 pic x(8)  value 'SCHEDULE'.
001991     05  filler                 pic x     value 'X'.
001992     05  filler                 pic x(30)
001993             value 'STUDENT WITHDRAWN'.
001994     05  filler                 pic 9(5)  value 00000.
001995     05  filler                 pic x(8)  value 'RANKFILE'.
001996     05  filler                 pic x     value 'X'.
001997     05  filler                 pic x(30)
001998             value 'STUDENT WITHDRAWN'.
001999     05  filler                 pic 9(5)  value 00010.
002000     05  filler                 pic x(8)  value 'STUDMSTR'.
002001     05  filler                 pic x     value 'M'.
002002     05  filler                 pic x(30)
002003             value 'ACTIVE - NO GUARDIAN CONTACT'.
002004     05  filler                 pic 9(5)  value 00010.
002005     05  filler                 pic x(8)  value 'STUDMSTR'.
002006     05  filler                 pic x     value 'M'.
002007     05  filler                 pic x(30)
002008             value 'ACTIVE - NO ATTENDANCE TOTALS'.
002009     05  filler                 pic 9(5)  value 00250.
002010     05  filler                 pic x(8)  value 'STUDMSTR'.
002011     05  filler                 pic x     value 'M'.
002012     05  filler                 pic x(30)
002013             value 'HOMEROOM NOT ON REFDATA'.
002014     05  filler                 pic 9(5)  value 00000.
002015     05  filler                 pic x(8)  value 'STUDMSTR'.
002016     05  filler                 pic x     value 'M'.
002017     05  filler                 pic x(30)
002018             value 'GRADE LEVEL NOT ON REFDATA'.
002019     05  filler                 pic 9(5)  value 00000.
002020     05  filler                 pic x(8)  value 'GUARPHON'.
002021     05  filler                 pic x     value 'X'.
002022     05  filler                 pic x(30)
002023             value 'NO STUDENT-MASTER RECORD'.
002024     05  filler                 pic 9(5)  value 00000.
002025     05  filler                 pic x(8)  value 'FEES'.
002026     05  filler                 pic x     value 'X'.
002027     05  filler                 pic x(30)
002028             value 'NO STUDENT-MASTER RECORD'.
002029     05  filler                 pic 9(5)  value 00000.
002030 01  ws-integ-categories redefines ws-integ-category-values.
002031     05  ws-integ-category-entry occurs 16 times.
002032         10  ws-integ-file          pic x(8).
002033         10  ws-integ-group         pic x.
002034         10  ws-integ-desc          pic x(30).
002035         10  ws-integ-limit         pic 9(5).
002036 01  ws-integ-category-count    pic s9(4) comp value 16.
002037 01  ws-integ-counts.
002038     05  ws-integ-count         pic 9(5) occurs 16 times.
002039 01  ws-integ-sub               pic s9(4) comp value zero.
002040 01  ws-integ-file-values.
002041     05  filler                 pic x(8)  value 'STUDMSTR'.
002042     05  filler                 pic x(8)  value 'ATTNDTOT'.
002043     05  filler                 pic x(8)  value 'GRDHIST'.
002044     05  filler                 pic x(8)  value 'GUARDIAN'.
002045     05  filler                 pic x(8)  value 'SCHEDULE'.
002046     05  filler                 pic x(8)  value 'DISCHIST'.
002047     05  filler                 pic x(8)  value 'RANKFILE'.
002048     05  filler                 pic x(8)  value 'TRUANLOG'.
002049     05  filler                 pic x(8)  value 'PROGLOG'.
002050     05  filler                 pic x(8)  value 'GUARPHON'.
002051     05  filler                 pic x(8)  value 'FEES'.
002052 01  ws-integ-files redefines ws-integ-file-values.
002053     05  ws-integ-file-name     pic x(8) occurs 11 times.
002054 01  ws-integ-file-count        pic s9(4) comp value 11.
002055 01  ws-integ-reads.
002056     05  ws-integ-read-count    pic 9(7) occurs 11 times.
002057 01  ws-integ-file-sub          pic s9(4) comp value zero.
002058 01  ws-integ-eof               pic x value 'N'.
002059     88  integ-eof                  value 'Y'.
002060 01  ws-integ-student-id        pic x(9) value spaces.
002061 01  ws-integ-prior-id          pic x(9) value spaces.
002062 01  ws-integ-orphan-cat        pic s9(4) comp value zero.
002063 01  ws-integ-wd-cat            pic s9(4) comp value zero.
002064 01  ws-integ-cat               pic s9(4) comp value zero.
002065 01  ws-integ-lookup            pic x value space.
002066     88  integ-found                value 'F'.
002067     88  integ-missing              value 'M'.
002068     88  integ-withdrawn            value 'W'.
002069 01  ws-integ-detail            pic x(25) value spaces.
002070 01  ws-integ-over-count        pic 9(3) value zero.
002071 01  ws-integ-parm              pic x(10) value spaces.
002072 01  ws-integ-parm-len          pic s9(4) comp value zero.
002073 01  ws-integ-parm-group        pic x value space.
002074 01  ws-integ-parm-limit        pic 9(5) value zero.
002075 01  ws-integ-count-edit        pic zzzz9 value zero.
002076 01  ws-integ-limit-edit        pic zzzz9 value zero.
002077
002078*    absence call file for the phone dialer, and the load of
002079*    the call results the vendor sends back.
002080 01  ws-dial-date               pic x(8) value spaces.
002081 01  ws-dial-blocked            pic x value 'N'.
002082     88  dial-blocked               value 'Y'.
002083 01  ws-dial-eof                pic x value 'N'.
002084     88  dial-eof                   value 'Y'.
002085 01  ws-dial-phone              pic x(10) value spaces.
002086 01  ws-dial-alternate          pic x(10) value spaces.
002087 01  ws-dial-name               pic x(24) value spaces.
002088 01  ws-dial-guardian           pic x(20) value spaces.
002089 01  ws-dial-reached            pic 9(7) value zero.
002090 01  ws-dial-no-answer          pic 9(7) value zero.
002091 01  ws-dial-bad-number         pic 9(7) value zero.
002092
002093*    student fees - the edit and hold rebuild, the family
002094*    statements and the aging report.
002095 01  ws-fee-eof                 pic x value 'N'.
002096     88  fee-eof                    value 'Y'.
002097 01  ws-fee-held                pic x value 'N'.
002098     88  fee-held                   value 'Y'.
002099 01  ws-fee-hold-limit          pic 9(5)v99 value 25.00.
002100 01  ws-fee-parm-len            pic s9(4) comp value zero.
002101 01  ws-fee-parm-dollars        pic 9(5) value zero.
002102 01  ws-fee-prior-student       pic x(9) value spaces.
002103 01  ws-fee-balance             pic 9(5)v99 value zero.
002104 01  ws-fee-student-balance     pic 9(7)v99 value zero.
002105 01  ws-fee-hold-count          pic 9(7) value zero.
002106 01  ws-fee-xfer-count          pic 9(7) value zero.
002107 01  ws-fee-amount-edit         pic zz,zz9.99 value zero.
002108 01  ws-fee-total-edit          pic z,zzz,zz9.99 value zero.
002109 01  ws-fee-name                pic x(24) value spaces.
002110 01  ws-fee-cum-days-values.
002111     05  filler                 pic 9(3) value 000.
002112     05  filler                 pic 9(3) value 031.
002113     05  filler                 pic 9(3) value 059.
002114     05  filler                 pic 9(3) value 090.
002115     05  filler                 pic 9(3) value 120.
002116     05  filler                 pic 9(3) value 151.
002117     05  filler                 pic 9(3) value 181.
002118     05  filler                 pic 9(3) value 212.
002119     05  filler                 pic 9(3) value 243.
002120     05  filler                 pic 9(3) value 273.
002121     05  filler                 pic 9(3) value 304.
002122     05  filler                 pic 9(3) value 334.
002123 01  ws-fee-cum-days redefines ws-fee-cum-days-values.
002124     05  ws-fee-cum-days-entry  pic 9(3) occurs 12 times.
002125 01  ws-fee-prior-years         pic 9(4) value zero.
002126 01  ws-fee-leap-4              pic 9(4) value zero.
002127 01  ws-fee-leap-100            pic 9(4) value zero.
002128 01  ws-fee-leap-400            pic 9(4) value zero.
002129 01  ws-fee-day-number          pic 9(7) value zero.
002130 01  ws-fee-run-day             pic 9(7) value zero.
002131 01  ws-fee-age-days            pic 9(7) value zero.
002132 01  ws-fee-bucket              pic s9(4) comp value zero.
002133 01  ws-fee-age-row             pic s9(4) comp value zero.
002134 01  ws-fee-col                 pic s9(4) comp value zero.
002135*    rows 1-20 follow the REFDATA grade levels, row 21 takes a
002136*    grade not on REFDATA and row 22 carries the totals.
002137 01  ws-fee-aging.
002138     05  ws-fee-age-line        occurs 22 times.
002139         10  ws-fee-age-amount  pic 9(7)v99 occurs 4 times.
002140 01  ws-fee-age-row-total       pic 9(7)v99 value zero.
002141 01  ws-fee-age-label           pic x(10) value spaces.
002142
002143*    periods in the school day run 01 through this - a
002144*    schedule add outside the range, including the 00 on an
002145*    unplaced starter request, rejects.
002146 01  ws-sched-last-period       pic 99 value 10.
002147
002148*    staff maintenance, the staff check on schedule adds and the
002149*    teacher load report
002150 01  ws-staff-eof               pic x value 'N'.
002151     88  staff-eof                  value 'Y'.
002152 01  ws-staff-on-file           pic x value 'N'.
002153     88  staff-on-file              value 'Y'.
002154 01  ws-staff-name-out          pic x(27) value spaces.
002155 01  ws-tl-eof                  pic x value 'N'.
002156     88  tl-eof                     value 'Y'.
002157 01  ws-tl-teacher              pic x(20) value spaces.
002158 01  ws-tl-staff-id redefines ws-tl-teacher
002159                                pic x(6).
002160 01  ws-tl-first-rec            pic x value 'Y'.
002161     88  tl-first-rec               value 'Y'.
002162 01  ws-tl-period               pic 99 value zero.
002163 01  ws-tl-course               pic x(6) value spaces.
002164 01  ws-tl-sections             pic 9(3) value zero.
002165 01  ws-tl-periods              pic 9(3) value zero.
002166 01  ws-tl-students             pic 9(5) value zero.
002167 01  ws-tl-section-students     pic 9(5) value zero.
002168 01  ws-tl-section-conflict     pic x value 'N'.
002169     88  tl-section-conflict        value 'Y'.
002170 01  ws-tl-teacher-conflict     pic x value 'N'.
002171     88  tl-teacher-conflict        value 'Y'.
002172 01  ws-tl-homeroom             pic x(6) value spaces.
002173 01  ws-tl-heading              pic x(80) value spaces.
002174 01  ws-tl-teacher-count        pic 9(5) value zero.
002175 01  ws-tl-over-count           pic 9(5) value zero.
002176 01  ws-tl-conflict-count       pic 9(5) value zero.
002177 01  ws-tl-inactive-count       pic 9(5) value zero.
002178 01  ws-tl-unknown-count        pic 9(5) value zero.
002179 01  ws-tl-hr-count             pic 9(5) value zero.
002180
002181*    course request edit, demand report and starter schedule
002182*    transactions. the demand counts run parallel to the
002183*    course catalog table.
002184 01  ws-rq-eof                  pic x value 'N'.
002185     88  rq-eof                     value 'Y'.
002186 01  ws-rq-min-first            pic 99 value 6.
002187 01  ws-rq-max-first            pic 99 value 8.
002188 01  ws-rq-parm                 pic x(10) value spaces.
002189 01  ws-rq-parm-len             pic s9(4) comp value zero.
002190 01  ws-rq-parm-value           pic 99 value zero.
002191 01  ws-rq-last-key.
002192     05  ws-rq-last-student     pic x(9) value spaces.
002193     05  ws-rq-last-course      pic x(6) value spaces.
002194 01  ws-rq-student-first        pic 9(3) value zero.
002195 01  ws-rq-student-alt          pic 9(3) value zero.
002196 01  ws-rq-exception-count      pic 9(5) value zero.
002197 01  ws-rq-course-count         pic 9(5) value zero.
002198 01  ws-rq-sections             pic 9(3) value zero.
002199 01  ws-rq-remainder            pic 9(3) value zero.
002200 01  ws-rq-sections-edit        pic zz9.
002201 01  ws-rq-first-edit           pic zzzz9.
002202 01  ws-rq-alt-edit             pic zzzz9.
002203 01  ws-rq-flag                 pic x(8) value spaces.
002204 01  ws-rq-alt-skipped          pic 9(7) value zero.
002205 01  ws-rq-demand.
002206     05  ws-rq-demand-entry occurs 200 times.
002207         10  ws-rq-first-count  pic 9(5).
002208         10  ws-rq-alt-count    pic 9(5).
002209
002210 linkage section.
002211 01  ll-run-parm.
002212     05  ll-parm-length         pic s9(4) comp.
002213     05  ll-parm-data           pic x(40).
002214
002215 procedure division using ll-run-parm.
002216 0000-DRIVER.
002217     accept ws-current-yyyymmdd from date yyyymmdd.
002218     move spaces to ws-run-mode.
002219     move spaces to ws-parm-work.
002220     move spaces to ws-parm-opt1 ws-parm-opt2 ws-parm-opt3.
002221     if ll-parm-length > zero
002222         move ll-parm-data(1:ll-parm-length) to ws-parm-work
002223         unstring ws-parm-work delimited by ','
002224             into ws-run-mode ws-parm-opt1 ws-parm-opt2
002225                 ws-parm-opt3
002226         end-unstring
002227     end-if.
002228     if ws-run-mode = spaces
002229         move 'LOAD' to ws-run-mode
002230     end-if.
002231     evaluate ws-run-mode
002232         when 'LOAD'
002233             perform 0100-START-HERE
002234         when 'ATTENDANCE'
002235             perform 0300-ATTENDANCE-EXCEPTION-RUN
002236         when 'GPA'
002237             perform 0400-GPA-CALCULATION-RUN
002238         when 'EXTRACT'
002239             perform 0500-CSV-EXTRACT-RUN
002240         when 'MAINT'
002241             perform 0800-STUDENT-MAINT-RUN
002242         when 'ATTEDIT'
002243             perform 1000-ATTENDANCE-EDIT-RUN
002244         when 'RPTCARD'
002245             perform 1100-REPORT-CARD-RUN
002246         when 'STANDING'
002247             perform 1200-STANDING-REPORT-RUN
002248         when 'AUDITINQ'
002249             perform 1300-AUDIT-INQUIRY-RUN
002250         when 'AUDITARC'
002251             perform 1350-AUDIT-ARCHIVE-RUN
002252         when 'PROMOTE'
002253             perform 1500-PROMOTION-RUN
002254         when 'TRANSCRIPT'
002255             perform 1600-TRANSCRIPT-RUN
002256         when 'TOTUPDATE'
002257             perform 1700-TOTALS-UPDATE-RUN
002258         when 'RECONCILE'
002259             perform 1750-TOTALS-RECONCILE-RUN
002260         when 'TRUANCY'
002261             perform 1800-TRUANCY-LETTER-RUN
002262         when 'RANK'
002263             perform 1850-CLASS-RANK-RUN
002264         when 'ADACLAIM'
002265             perform 1900-ADA-CLAIM-RUN
002266         when 'SCHEDMNT'
002267             perform 2000-SCHEDULE-MAINT-RUN
002268         when 'XFEROUT'
002269             perform 2100-TRANSFER-OUT-RUN
002270         when 'XFERIN'
002271             perform 2150-TRANSFER-IN-RUN
002272         when 'RECOVER'
002273             perform 2200-RECOVERY-RUN
002274         when 'DISCEDIT'
002275             perform 2300-DISCIPLINE-EDIT-RUN
002276         when 'DISCRPT'
002277             perform 2350-DISCIPLINE-REPORT-RUN
002278         when 'GRADAUDIT'
002279             perform 2400-GRADUATION-AUDIT-RUN
002280         when 'PERDEDIT'
002281             perform 2500-PERIOD-ATTENDANCE-RUN
002282         when 'ROSTER'
002283             perform 2600-CLASS-ROSTER-RUN
002284         when 'PROGRESS'
002285             perform 2700-PROGRESS-NOTICE-RUN
002286         when 'GRDCHANGE'
002287             perform 2800-GRADE-CHANGE-RUN
002288         when 'INTEGRITY'
002289             perform 2900-INTEGRITY-SWEEP-RUN
002290         when 'DIALER'
002291             perform 3000-ABSENCE-CALL-RUN
002292         when 'DIALRSLT'
002293             perform 3050-CALL-RESULT-RUN
002294         when 'FEEEDIT'
002295             perform 3100-FEE-EDIT-RUN
002296         when 'FEESTMT'
002297             perform 3150-FEE-STATEMENT-RUN
002298         when 'STAFFMNT'
002299             perform 3200-STAFF-MAINT-RUN
002300         when 'TEACHLOAD'
002301             perform 3250-TEACHER-LOAD-RUN
002302         when 'REQEDIT'
002303             perform 3300-COURSE-REQUEST-EDIT-RUN
002304         when 'REQSCHED'
002305             perform 3350-REQUEST-SCHED-TRANS-RUN
002306         when other
002307             display 'HELLOWORLD: INVALID RUN MODE - ' ws-run-mode
002308     end-evaluate.
002309     stop run.
002310 0100-START-HERE.
002311     perform 1400-LOAD-REFERENCE-DATA.
002312     perform 1420-LOAD-COURSE-CATALOG.
002313     open input student-master.
002314     if ws-student-status not = '00'
002315         move 'STUDENT-MASTER' to ws-io-check-name
002316         move ws-student-status to ws-io-check-status
002317         perform 0990-CHECK-FILE-STATUS
002318     end-if.
002319     open output reject-file.
002320     if ws-reject-status not = '00'
002321         move 'REJECT-FILE' to ws-io-check-name
002322         move ws-reject-status to ws-io-check-status
002323         perform 0990-CHECK-FILE-STATUS
002324     end-if.
002325     perform until end-of-file
002326         read student-master next record
002327             at end
002328                 set end-of-file to true
002329             not at end
002330                 add 1 to ws-cnt-master-read
002331                 perform 1440-COUNT-HOMEROOM-SEAT
002332                 perform 0200-VALIDATE-ENROLLMENT
002333                 if not record-rejected
002334                     perform 0150-DISPLAY-STUDENT
002335                     add 1 to ws-cnt-written
002336                 end-if
002337         end-read
002338     end-perform.
002339     close student-master reject-file.
002340     perform 1450-HOMEROOM-CAPACITY-CHECK.
002341     perform 0700-SCHEDULE-CONFLICT-CHECK.
002342     perform 9800-WRITE-RUN-CONTROL.
002343
002344 0150-DISPLAY-STUDENT.
002345     display st-student-id ' ' st-student-name
002346         ' GRADE: ' st-grade-level ' HOMEROOM: ' st-homeroom-code.
002347
002348 0200-VALIDATE-ENROLLMENT.
002349     set ws-reject-switch to 'N'.
002350     move spaces to ws-reject-reason.
002351
002352     set ws-grade-idx to 1.
002353     search ws-valid-grade-entry
002354         at end
002355             set record-rejected to true
002356             set reason-bad-grade to true
002357         when ws-valid-grade-entry (ws-grade-idx) = st-grade-level
002358             continue
002359     end-search.
002360
002361     if not record-rejected
002362         set ws-homeroom-idx to 1
002363         search ws-valid-homeroom-group
002364             at end
002365                 set record-rejected to true
002366                 set reason-bad-homeroom to true
002367             when ws-valid-homeroom-entry (ws-homeroom-idx)
002368                     = st-homeroom-code
002369                 continue
002370         end-search
002371     end-if.
002372
002373     if not record-rejected
002374         if st-enrollment-date > ws-current-yyyymmdd
002375             set record-rejected to true
002376             set reason-future-enroll to true
002377         end-if
002378     end-if.
002379
002380     if record-rejected
002381         perform 0250-WRITE-REJECT
002382     end-if.
002383
002384 0250-WRITE-REJECT.
002385     move st-student-id to rj-student-id.
002386     move st-student-name to rj-student-name.
002387     move ws-reject-reason to rj-reason-code.
002388     evaluate true
002389         when reason-bad-grade
002390             move 'INVALID GRADE LEVEL' to rj-reason-text
002391         when reason-bad-homeroom
002392             move 'UNKNOWN HOMEROOM CODE' to rj-reason-text
002393         when reason-future-enroll
002394             move 'ENROLLMENT DATE IN FUTURE' to rj-reason-text
002395         when other
002396             move 'UNKNOWN REJECT REASON' to rj-reason-text
002397     end-evaluate.
002398     write reject-record.
002399     add 1 to ws-cnt-rejected.
002400
002401 0300-ATTENDANCE-EXCEPTION-RUN.
002402     open input student-master.
002403     if ws-student-status not = '00'
002404         move 'STUDENT-MASTER' to ws-io-check-name
002405         move ws-student-status to ws-io-check-status
002406         perform 0990-CHECK-FILE-STATUS
002407     end-if.
002408     open output flagged-work.
002409     if ws-flagged-status not = '00'
002410         move 'FLAGGED-WORK' to ws-io-check-name
002411         move ws-flagged-status to ws-io-check-status
002412         perform 0990-CHECK-FILE-STATUS
002413     end-if.
002414     sort sort-work-1
002415         on ascending key sw1-student-id sw1-attendance-date
002416         using attendance-trans
002417         output procedure is 0320-SCAN-FOR-ABSENCES.
002418     close flagged-work.
002419     close student-master.
002420     perform 0330-SORT-EXCEPTIONS-BY-HOMEROOM.
002421     perform 9800-WRITE-RUN-CONTROL.
002422
002423 0320-SCAN-FOR-ABSENCES.
002424     move spaces to ws-prior-student-id.
002425     move zero to ws-consecutive-absences.
002426     perform until sort1-eof
002427         return sort-work-1
002428             at end
002429                 set sort1-eof to true
002430                 if ws-consecutive-absences >= 3
002431                     perform 0327-WRITE-FLAGGED-STUDENT
002432                 end-if
002433             not at end
002434                 perform 0325-EVALUATE-ATTENDANCE-RECORD
002435         end-return
002436     end-perform.
002437
002438 0325-EVALUATE-ATTENDANCE-RECORD.
002439     add 1 to ws-cnt-trans-read.
002440     if sw1-student-id not = ws-prior-student-id
002441         if ws-consecutive-absences >= 3
002442             perform 0327-WRITE-FLAGGED-STUDENT
002443         end-if
002444         move sw1-student-id to ws-prior-student-id
002445         move zero to ws-consecutive-absences
002446     end-if.
002447     if sw1-attendance-status = 'A'
002448         add 1 to ws-consecutive-absences
002449     else
002450         if ws-consecutive-absences >= 3
002451             perform 0327-WRITE-FLAGGED-STUDENT
002452         end-if
002453         move zero to ws-consecutive-absences
002454     end-if.
002455
002456 0327-WRITE-FLAGGED-STUDENT.
002457     move ws-prior-student-id to st-student-id.
002458     read student-master
002459         invalid key
002460             move 'UNKNOWN STUDENT' to fl-student-name
002461             move spaces to fl-homeroom-code
002462         not invalid key
002463             move st-student-name to fl-student-name
002464             move st-homeroom-code to fl-homeroom-code
002465     end-read.
002466     move ws-prior-student-id to fl-student-id.
002467     move ws-consecutive-absences to fl-absent-count.
002468     write flagged-record.
002469     add 1 to ws-cnt-written.
002470
002471 0330-SORT-EXCEPTIONS-BY-HOMEROOM.
002472     sort sort-work-2
002473         on ascending key sw2-homeroom-code sw2-student-id
002474         using flagged-work
002475         output procedure is 0340-PRINT-EXCEPTION-REPORT.
002476
002477 0340-PRINT-EXCEPTION-REPORT.
002478     open output exception-rpt.
002479     if ws-exception-status not = '00'
002480         move 'EXCEPTION-RPT' to ws-io-check-name
002481         move ws-exception-status to ws-io-check-status
002482         perform 0990-CHECK-FILE-STATUS
002483     end-if.
002484     move spaces to exception-line.
002485     string 'HOMEROOM  STUDENT ID  NAME' delimited by size
002486         into exception-line.
002487     write exception-line.
002488     perform until sort2-eof
002489         return sort-work-2
002490             at end
002491                 set sort2-eof to true
002492             not at end
002493                 perform 0345-WRITE-EXCEPTION-LINE
002494         end-return
002495     end-perform.
002496     close exception-rpt.
002497
002498 0345-WRITE-EXCEPTION-LINE.
002499     move spaces to exception-line.
002500     string sw2-homeroom-code delimited by size
002501             '  ' delimited by size
002502             sw2-student-id delimited by size
002503             '  ' delimited by size
002504             sw2-student-name delimited by size
002505             '  ABSENT ' delimited by size
002506             sw2-absent-count delimited by size
002507             ' CONSECUTIVE DAYS' delimited by size
002508         into exception-line.
002509     write exception-line.
002510     add 1 to ws-cnt-rewritten.
002511
002512 0400-GPA-CALCULATION-RUN.
002513*    the term id is required - without it the term's grades
002514*    would post to the master but never reach the grade-history
002515*    file, and the loss only shows up when a transcript is
002516*    requested. a miskeyed PARM ends the step with cond code 8
002517*    while the GRADES file is still there to rerun against.
002518*    the term must also exist on the school calendar and the
002519*    run date must fall in or after it - a typo used to create
002520*    a phantom term on GRDHIST forever.
002521     move spaces to ws-gpa-term-id.
002522     if ws-parm-opt1 not = spaces
002523         move ws-parm-opt1 (1:6) to ws-gpa-term-id
002524         perform 0405-VALIDATE-GPA-TERM
002525         if gpa-term-ok
002526             perform 1420-LOAD-COURSE-CATALOG
002527             perform 0410-GPA-PROCESS
002528         else
002529             move 8 to return-code
002530         end-if
002531     else
002532         display 'HELLOWORLD: GPA NEEDS A TERM ID ON THE PARM'
002533         move 8 to return-code
002534     end-if.
002535
002536 0405-VALIDATE-GPA-TERM.
002537     move 'N' to ws-gpa-term-ok.
002538     open input school-calendar.
002539     if ws-calendar-status not = '00'
002540         move 'SCHOOL-CALENDAR' to ws-io-check-name
002541         move ws-calendar-status to ws-io-check-status
002542         perform 0990-CHECK-FILE-STATUS
002543     end-if.
002544     set ca-term to true.
002545     move spaces to ca-code.
002546     move ws-gpa-term-id to ca-code (1:6).
002547     read school-calendar
002548         invalid key
002549             display 'HELLOWORLD: TERM ' ws-gpa-term-id
002550                 ' NOT ON SCHOOL CALENDAR'
002551         not invalid key
002552             if ws-current-yyyymmdd < ca-start-date
002553                 display 'HELLOWORLD: RUN DATE BEFORE START '
002554                     'OF TERM ' ws-gpa-term-id
002555             else
002556                 set gpa-term-ok to true
002557             end-if
002558     end-read.
002559     close school-calendar.
002560
002561 0410-GPA-PROCESS.
002562     open i-o student-master.
002563     if ws-student-status not = '00'
002564         move 'STUDENT-MASTER' to ws-io-check-name
002565         move ws-student-status to ws-io-check-status
002566         perform 0990-CHECK-FILE-STATUS
002567     end-if.
002568     open extend audit-log.
002569     if ws-audit-status not = '00'
002570         move 'AUDIT-LOG' to ws-io-check-name
002571         move ws-audit-status to ws-io-check-status
002572         perform 0990-CHECK-FILE-STATUS
002573     end-if.
002574     open extend recovery-journal.
002575     if ws-recvjrnl-status not = '00'
002576         move 'RECOVERY-JOURNAL' to ws-io-check-name
002577         move ws-recvjrnl-status to ws-io-check-status
002578         perform 0990-CHECK-FILE-STATUS
002579     end-if.
002580     open i-o grade-history.
002581     if ws-grdhist-status not = '00'
002582         move 'GRADE-HISTORY' to ws-io-check-name
002583         move ws-grdhist-status to ws-io-check-status
002584         perform 0990-CHECK-FILE-STATUS
002585     end-if.
002586     open output reject-file.
002587     if ws-reject-status not = '00'
002588         move 'REJECT-FILE' to ws-io-check-name
002589         move ws-reject-status to ws-io-check-status
002590         perform 0990-CHECK-FILE-STATUS
002591     end-if.
002592*    teachers were keying grades for students who had dropped
002593*    or were never in the section, and those went straight
002594*    onto GRDHIST. every grade is now matched to the student's
002595*    booked courses on SCHEDULE before it posts: an unbooked
002596*    grade rejects, and a booked course with no grade goes on
002597*    the teacher's missing-grades list.
002598     sort sort-work-5
002599         on ascending key sw5-student-id sw5-period
002600         using schedule-file
002601         giving schedule-work.
002602     open input schedule-work.
002603     if ws-schdwork-status not = '00'
002604         move 'SCHEDULE-WORK' to ws-io-check-name
002605         move ws-schdwork-status to ws-io-check-status
002606         perform 0990-CHECK-FILE-STATUS
002607     end-if.
002608     open output miss-work.
002609     if ws-misswork-status not = '00'
002610         move 'MISS-WORK' to ws-io-check-name
002611         move ws-misswork-status to ws-io-check-status
002612         perform 0990-CHECK-FILE-STATUS
002613     end-if.
002614     sort sort-work-3
002615         on ascending key sw3-student-id sw3-course-code
002616         input procedure is 0415-EDIT-GRADE-RECORDS
002617         output procedure is 0420-ACCUMULATE-GPA.
002618     close schedule-work miss-work.
002619     close student-master.
002620     close audit-log.
002621     close recovery-journal.
002622     close grade-history.
002623     close reject-file.
002624     perform 0440-PRINT-MISSING-GRADES.
002625     perform 9800-WRITE-RUN-CONTROL.
002626
002627 0415-EDIT-GRADE-RECORDS.
002628*    a miskeyed course code used to sail straight through onto a
002629*    permanent GRDHIST record, and a wrong credit-hours figure
002630*    silently skewed the GPA, so every grade record is checked
002631*    against the course catalog before it reaches the sort.
002632     open input grades-file.
002633     if ws-grades-status not = '00'
002634         move 'GRADES-FILE' to ws-io-check-name
002635         move ws-grades-status to ws-io-check-status
002636         perform 0990-CHECK-FILE-STATUS
002637     end-if.
002638     move 'N' to ws-grades-eof.
002639     perform until grades-eof
002640         read grades-file
002641             at end
002642                 set grades-eof to true
002643             not at end
002644                 perform 0417-EDIT-ONE-GRADE-RECORD
002645         end-read
002646     end-perform.
002647     close grades-file.
002648
002649 0417-EDIT-ONE-GRADE-RECORD.
002650     add 1 to ws-cnt-trans-read.
002651     set ws-reject-switch to 'N'.
002652     move spaces to ws-reject-reason.
002653     move gr-course-code to ws-course-lookup.
002654     perform 1430-LOOKUP-COURSE-CODE.
002655     if ws-course-sub = zero
002656         set record-rejected to true
002657         set reason-unknown-course to true
002658     else
002659         if gr-credit-hours not =
002660                 ws-course-credits (ws-course-sub)
002661             set record-rejected to true
002662             set reason-credit-mismatch to true
002663         end-if
002664     end-if.
002665     if record-rejected
002666         perform 0419-WRITE-GRADE-REJECT
002667     else
002668         move gr-student-id to sw3-student-id
002669         move gr-course-code to sw3-course-code
002670         move gr-credit-hours to sw3-credit-hours
002671         move gr-letter-grade to sw3-letter-grade
002672         release sw3-record
002673     end-if.
002674
002675 0419-WRITE-GRADE-REJECT.
002676     move gr-student-id to rj-student-id.
002677     move spaces to rj-student-name.
002678     move ws-reject-reason to rj-reason-code.
002679     move spaces to rj-reason-text.
002680     evaluate true
002681         when reason-unknown-course
002682             string 'COURSE ' delimited by size
002683                     gr-course-code delimited by size
002684                     ' NOT ON CATALOG' delimited by size
002685                 into rj-reason-text
002686         when reason-credit-mismatch
002687             string 'COURSE ' delimited by size
002688                     gr-course-code delimited by size
002689                     ' CREDIT HOURS WRONG' delimited by size
002690                 into rj-reason-text
002691         when other
002692             move 'UNKNOWN REJECT REASON' to rj-reason-text
002693     end-evaluate.
002694     write reject-record.
002695     add 1 to ws-cnt-rejected.
002696
002697 0420-ACCUMULATE-GPA.
002698     move spaces to ws-gpa-student-id.
002699     move zero to ws-gpa-quality-points ws-gpa-credit-total.
002700     move zero to ws-gpa-accepted.
002701     move spaces to ws-pd-sched-student.
002702     move 'N' to ws-pdsched-eof.
002703     perform 2542-READ-SCHED-SIDE.
002704     perform until sort3-eof
002705         return sort-work-3
002706             at end
002707                 set sort3-eof to true
002708                 if ws-gpa-student-id not = spaces
002709                     perform 0431-CLOSE-GPA-STUDENT
002710                 end-if
002711             not at end
002712                 perform 0425-PROCESS-GRADE-RECORD
002713         end-return
002714     end-perform.
002715     perform 0436-DRAIN-UNGRADED-SCHEDULE.
002716
002717 0425-PROCESS-GRADE-RECORD.
002718*    0417 already counted this record when it passed the
002719*    catalog edit - counting it again here would throw the
002720*    GPA balance off by every accepted grade.
002721     if sw3-student-id not = ws-gpa-student-id
002722         if ws-gpa-student-id not = spaces
002723             perform 0431-CLOSE-GPA-STUDENT
002724         end-if
002725         move sw3-student-id to ws-gpa-student-id
002726         move zero to ws-gpa-quality-points ws-gpa-credit-total
002727         move zero to ws-gpa-accepted
002728         perform 0432-LOAD-STUDENT-BOOKINGS
002729     end-if.
002730     perform 0427-CHECK-GRADE-BOOKED.
002731     if record-rejected
002732         perform 0429-WRITE-UNBOOKED-REJECT
002733     else
002734         perform 0428-WRITE-GRADE-HISTORY
002735         if record-rejected
002736             perform 0433-WRITE-POSTED-GRADE-REJECT
002737         else
002738             move sw3-letter-grade to ws-letter-grade-in
002739             perform 0426-LOOKUP-GRADE-POINTS
002740             compute ws-gpa-quality-points =
002741                 ws-gpa-quality-points
002742                 + (ws-grade-points * sw3-credit-hours)
002743             add sw3-credit-hours to ws-gpa-credit-total
002744             add 1 to ws-gpa-accepted
002745         end-if
002746     end-if.
002747
002748 0427-CHECK-GRADE-BOOKED.
002749     set ws-reject-switch to 'N'.
002750     move spaces to ws-reject-reason.
002751     move zero to ws-pd-booked-sub.
002752     if ws-pd-booked-loaded > zero
002753         set ws-pd-idx to 1
002754         search ws-pd-booked-group
002755             at end
002756                 move zero to ws-pd-booked-sub
002757             when ws-pd-booked-course (ws-pd-idx)
002758                     = sw3-course-code
002759                 set ws-pd-booked-sub to ws-pd-idx
002760         end-search
002761     end-if.
002762     if ws-pd-booked-sub = zero
002763         set record-rejected to true
002764         set reason-not-scheduled to true
002765     else
002766         move 'Y' to ws-pd-booked-marked (ws-pd-booked-sub)
002767     end-if.
002768
002769 0429-WRITE-UNBOOKED-REJECT.
002770     move sw3-student-id to rj-student-id.
002771     move spaces to rj-student-name.
002772     move ws-reject-reason to rj-reason-code.
002773     move spaces to rj-reason-text.
002774     string 'COURSE ' delimited by size
002775             sw3-course-code delimited by size
002776             ' NOT ON STUDENT SCHEDULE' delimited by size
002777         into rj-reason-text.
002778     write reject-record.
002779     add 1 to ws-cnt-rejected.
002780
002781 0426-LOOKUP-GRADE-POINTS.
002782     evaluate ws-letter-grade-in
002783         when 'A'
002784             move 4.0 to ws-grade-points
002785         when 'B'
002786             move 3.0 to ws-grade-points
002787         when 'C'
002788             move 2.0 to ws-grade-points
002789         when 'D'
002790             move 1.0 to ws-grade-points
002791         when other
002792             move 0.0 to ws-grade-points
002793     end-evaluate.
002794
002795 0428-WRITE-GRADE-HISTORY.
002796*    a grade already posted for the term is never overwritten
002797*    here - a correction goes through GRDCHANGE so the old
002798*    grade, the reason and the staff member are on record.
002799     move sw3-student-id to gh-student-id.
002800     move ws-gpa-term-id to gh-term-id.
002801     move sw3-course-code to gh-course-code.
002802     move sw3-credit-hours to gh-credit-hours.
002803     move sw3-letter-grade to gh-letter-grade.
002804     write grade-history-record
002805         invalid key
002806             set record-rejected to true
002807             set reason-grade-posted to true
002808         not invalid key
002809             add 1 to ws-cnt-written
002810     end-write.
002811
002812 0433-WRITE-POSTED-GRADE-REJECT.
002813*    the row on file is read back so the reject shows the
002814*    posted grade beside the one keyed.
002815     read grade-history
002816         invalid key
002817             move space to gh-letter-grade
002818     end-read.
002819     move sw3-student-id to rj-student-id.
002820     move spaces to rj-student-name.
002821     move ws-reject-reason to rj-reason-code.
002822     move spaces to rj-reason-text.
002823     string 'COURSE ' delimited by size
002824             sw3-course-code delimited by size
002825             ' POSTED ' delimited by size
002826             gh-letter-grade delimited by size
002827             ' KEYED ' delimited by size
002828             sw3-letter-grade delimited by size
002829         into rj-reason-text.
002830     write reject-record.
002831     add 1 to ws-cnt-rejected.
002832
002833 0431-CLOSE-GPA-STUDENT.
002834*    a student whose every grade was rejected has nothing to
002835*    post - writing a zero GPA over the real one would be worse
002836*    than leaving it alone.
002837     if ws-gpa-accepted > zero
002838         perform 0430-POST-GPA-TO-STUDENT
002839     end-if.
002840     perform 0434-LIST-MISSING-GRADES.
002841
002842 0432-LOAD-STUDENT-BOOKINGS.
002843*    schedule students that sort ahead of this one have no
002844*    grades at all - every course they are booked in is missing.
002845     perform until pdsched-eof
002846             or sk-student-id >= ws-gpa-student-id
002847         perform 0437-WRITE-UNGRADED-BOOKING
002848         perform 2542-READ-SCHED-SIDE
002849     end-perform.
002850     move ws-gpa-student-id to ws-pd-sched-student.
002851     perform 2540-LOAD-BOOKED-PERIODS.
002852
002853 0434-LIST-MISSING-GRADES.
002854     perform varying ws-pd-booked-sub from 1 by 1
002855             until ws-pd-booked-sub > ws-pd-booked-loaded
002856         if ws-pd-booked-marked (ws-pd-booked-sub) = 'N'
002857             move ws-gpa-student-id to ws-miss-student-id
002858             move ws-pd-booked-period (ws-pd-booked-sub)
002859                 to ws-miss-period
002860             move ws-pd-booked-course (ws-pd-booked-sub)
002861                 to ws-miss-course-code
002862             move ws-pd-booked-teacher (ws-pd-booked-sub)
002863                 to ws-miss-teacher
002864             perform 0438-WRITE-MISSING-GRADE
002865         end-if
002866     end-perform.
002867
002868 0436-DRAIN-UNGRADED-SCHEDULE.
002869     perform until pdsched-eof
002870         perform 0437-WRITE-UNGRADED-BOOKING
002871         perform 2542-READ-SCHED-SIDE
002872     end-perform.
002873
002874 0437-WRITE-UNGRADED-BOOKING.
002875     move sk-student-id to ws-miss-student-id.
002876     move sk-period to ws-miss-period.
002877     move sk-course-code to ws-miss-course-code.
002878     move sk-teacher to ws-miss-teacher.
002879     perform 0438-WRITE-MISSING-GRADE.
002880
002881 0438-WRITE-MISSING-GRADE.
002882*    withdrawn students' bookings are purged by the next
002883*    SCHEDMNT run - they are not the teacher's to grade.
002884     if ws-miss-student-id not = ws-miss-master-id
002885         move ws-miss-student-id to ws-miss-master-id
002886         move 'N' to ws-miss-master-active
002887         move ws-miss-student-id to st-student-id
002888         read student-master
002889             invalid key
002890                 continue
002891             not invalid key
002892                 if st-active
002893                     set miss-master-active to true
002894                     move st-student-name to ws-miss-master-name
002895                 end-if
002896         end-read
002897     end-if.
002898     if miss-master-active
002899         move ws-miss-teacher to mw-teacher
002900         move ws-miss-period to mw-period
002901         move ws-miss-course-code to mw-course-code
002902         move ws-miss-student-id to mw-student-id
002903         move ws-miss-master-name to mw-student-name
002904         write miss-work-record
002905         add 1 to ws-miss-count
002906     end-if.
002907
002908 0440-PRINT-MISSING-GRADES.
002909     sort sort-work-13
002910         on ascending key sw13-teacher sw13-period
002911             sw13-course-code sw13-student-id
002912         using miss-work
002913         output procedure is 0445-WRITE-MISSING-GRADE-RPT.
002914
002915 0445-WRITE-MISSING-GRADE-RPT.
002916     open output missing-grade-rpt.
002917     if ws-missgrd-status not = '00'
002918         move 'MISSING-GRADE-RPT' to ws-io-check-name
002919         move ws-missgrd-status to ws-io-check-status
002920         perform 0990-CHECK-FILE-STATUS
002921     end-if.
002922     move spaces to missing-grade-line.
002923     string 'MISSING GRADES - TERM ' delimited by size
002924             ws-gpa-term-id delimited by size
002925             ' - ' delimited by size
002926             ws-current-yyyymmdd delimited by size
002927         into missing-grade-line.
002928     write missing-grade-line.
002929     move spaces to ws-miss-prior-teacher.
002930     move 'N' to ws-sort13-eof.
002931     perform until sort13-eof
002932         return sort-work-13
002933             at end
002934                 set sort13-eof to true
002935             not at end
002936                 perform 0447-WRITE-MISSING-GRADE-LINE
002937         end-return
002938     end-perform.
002939     move ws-miss-count to ws-cnt-edit.
002940     move spaces to missing-grade-line.
002941     string 'BOOKED COURSES WITH NO GRADE ' delimited by size
002942             ws-cnt-edit delimited by size
002943         into missing-grade-line.
002944     write missing-grade-line after advancing 2 lines.
002945     close missing-grade-rpt.
002946
002947 0447-WRITE-MISSING-GRADE-LINE.
002948     if sw13-teacher not = ws-miss-prior-teacher
002949         move spaces to missing-grade-line
002950         string 'TEACHER: ' delimited by size
002951                 sw13-teacher delimited by size
002952             into missing-grade-line
002953         write missing-grade-line after advancing page
002954         move spaces to missing-grade-line
002955         string 'PD  COURSE  STUDENT    NAME' delimited by size
002956             into missing-grade-line
002957         write missing-grade-line after advancing 2 lines
002958         move sw13-teacher to ws-miss-prior-teacher
002959     end-if.
002960     move spaces to missing-grade-line.
002961     string sw13-period delimited by size
002962             '  ' delimited by size
002963             sw13-course-code delimited by size
002964             '  ' delimited by size
002965             sw13-student-id delimited by size
002966             '  ' delimited by size
002967             sw13-student-name delimited by size
002968         into missing-grade-line.
002969     write missing-grade-line after advancing 1 line.
002970
002971 0430-POST-GPA-TO-STUDENT.
002972*    st-gpa is the cumulative gpa over every term on GRDHIST,
002973*    this term's rows included, the same figure GRDCHANGE
002974*    posts - a term gpa alone would throw RANK and STANDING.
002975     perform 2825-RECOMPUTE-CUMULATIVE-GPA.
002976     move ws-gpa-student-id to st-student-id.
002977     add 1 to ws-cnt-master-read.
002978     read student-master
002979         invalid key
002980             add 1 to ws-cnt-rejected
002981         not invalid key
002982             move student-record to ws-jr-save-image
002983             move st-student-name to au-before-name
002984             move st-grade-level to au-before-grade
002985             move st-homeroom-code to au-before-homeroom
002986             move st-gpa to au-before-gpa
002987             move ws-gpa-value to st-gpa
002988             rewrite student-record
002989             if ws-student-status not = '00'
002990                 move 'STUDENT-MASTER' to ws-io-check-name
002991                 move ws-student-status to ws-io-check-status
002992                 perform 0990-CHECK-FILE-STATUS
002993             end-if
002994             add 1 to ws-cnt-rewritten
002995             move st-student-name to au-after-name
002996             move st-grade-level to au-after-grade
002997             move st-homeroom-code to au-after-homeroom
002998             move st-gpa to au-after-gpa
002999             move ws-gpa-student-id to au-student-id
003000             move '0430-POST-GPA-TO-STUDENT' to au-paragraph
003001             perform 0600-WRITE-AUDIT-LOG
003002             move 'R' to jr-action
003003             move ws-jr-save-image to jr-before-image
003004             move student-record to jr-after-image
003005             perform 0610-WRITE-RECOVERY-JOURNAL
003006     end-read.
003007
003008 0600-WRITE-AUDIT-LOG.
003009     move ws-current-yyyymmdd to au-run-date.
003010     write audit-record.
003011
003012 0610-WRITE-RECOVERY-JOURNAL.
003013*    the caller sets jr-action and the before/after images; the
003014*    time is taken fresh per record so the RECOVER run can stop
003015*    at a point in time inside a day.
003016     accept ws-current-time from time.
003017     move ws-current-yyyymmdd to jr-run-date.
003018     move ws-current-time to jr-run-time.
003019     move ws-run-mode to jr-run-mode.
003020     write journal-record.
003021
003022 0500-CSV-EXTRACT-RUN.
003023*    the attendance-totals KSDS is a persistent year-to-date file
003024*    kept current in place by the daily 1700-TOTALS-UPDATE-RUN,
003025*    so the extract reads it as-is instead of rebuilding it from
003026*    the full transaction file every night.
003027     perform 0520-WRITE-CSV-EXTRACT.
003028     perform 9800-WRITE-RUN-CONTROL.
003029
003030 0520-WRITE-CSV-EXTRACT.
003031     open input student-master.
003032     if ws-student-status not = '00'
003033         move 'STUDENT-MASTER' to ws-io-check-name
003034         move ws-student-status to ws-io-check-status
003035         perform 0990-CHECK-FILE-STATUS
003036     end-if.
003037     open input attendance-totals.
003038     if ws-totals-status not = '00'
003039         move 'ATTENDANCE-TOTALS' to ws-io-check-name
003040         move ws-totals-status to ws-io-check-status
003041         perform 0990-CHECK-FILE-STATUS
003042     end-if.
003043     open output state-extract.
003044     if ws-extract-status not = '00'
003045         move 'STATE-EXTRACT' to ws-io-check-name
003046         move ws-extract-status to ws-io-check-status
003047         perform 0990-CHECK-FILE-STATUS
003048     end-if.
003049     move 'N' to ws-csv-eof.
003050     perform until csv-eof
003051         read student-master next record
003052             at end
003053                 set csv-eof to true
003054             not at end
003055                 add 1 to ws-cnt-master-read
003056                 perform 0525-WRITE-CSV-LINE
003057         end-read
003058     end-perform.
003059     close student-master attendance-totals state-extract.
003060
003061 0525-WRITE-CSV-LINE.
003062     move st-student-id to tt-student-id.
003063     move zero to tt-absence-count.
003064     read attendance-totals
003065         invalid key
003066             move zero to tt-absence-count
003067     end-read.
003068     move st-gpa to ws-gpa-edit.
003069     move spaces to extract-line.
003070     string st-student-id    delimited by size
003071             ','             delimited by size
003072             st-student-name delimited by size
003073             ','             delimited by size
003074             st-grade-level  delimited by size
003075             ','             delimited by size
003076             st-homeroom-code delimited by size
003077             ','             delimited by size
003078             st-enrollment-date delimited by size
003079             ','             delimited by size
003080             ws-gpa-edit     delimited by size
003081             ','             delimited by size
003082             tt-absence-count delimited by size
003083         into extract-line.
003084     write extract-line.
003085     add 1 to ws-cnt-written.
003086
003087 0700-SCHEDULE-CONFLICT-CHECK.
003088     sort sort-work-5
003089         on ascending key sw5-student-id sw5-period
003090         using schedule-file
003091         output procedure is 0720-SCAN-FOR-CONFLICTS.
003092
003093 0720-SCAN-FOR-CONFLICTS.
003094     open output conflict-rpt.
003095     if ws-conflict-status not = '00'
003096         move 'CONFLICT-RPT' to ws-io-check-name
003097         move ws-conflict-status to ws-io-check-status
003098         perform 0990-CHECK-FILE-STATUS
003099     end-if.
003100     move spaces to conflict-line.
003101     string 'STUDENT ID  PERIOD  CONFLICTING COURSES'
003102             delimited by size
003103         into conflict-line.
003104     write conflict-line.
003105     move spaces to ws-sched-prior-id.
003106     move zero to ws-sched-prior-period.
003107     move spaces to ws-sched-prior-course.
003108     perform until sort5-eof
003109         return sort-work-5
003110             at end
003111                 set sort5-eof to true
003112             not at end
003113                 perform 0725-EVALUATE-SCHEDULE-RECORD
003114         end-return
003115     end-perform.
003116     close conflict-rpt.
003117
003118 0725-EVALUATE-SCHEDULE-RECORD.
003119     if sw5-student-id = ws-sched-prior-id
003120             and sw5-period = ws-sched-prior-period
003121         perform 0730-WRITE-CONFLICT-LINE
003122     end-if.
003123     move sw5-course-code to ws-course-lookup.
003124     perform 1430-LOOKUP-COURSE-CODE.
003125     if ws-course-sub = zero
003126         perform 0735-WRITE-UNKNOWN-COURSE-LINE
003127     end-if.
003128     move sw5-student-id to ws-sched-prior-id.
003129     move sw5-period to ws-sched-prior-period.
003130     move sw5-course-code to ws-sched-prior-course.
003131
003132 0730-WRITE-CONFLICT-LINE.
003133     move spaces to conflict-line.
003134     string sw5-student-id delimited by size
003135             '  PERIOD '   delimited by size
003136             sw5-period    delimited by size
003137             '  '          delimited by size
003138             ws-sched-prior-course delimited by size
003139             ' CONFLICTS WITH ' delimited by size
003140             sw5-course-code delimited by size
003141         into conflict-line.
003142     write conflict-line.
003143
003144 0735-WRITE-UNKNOWN-COURSE-LINE.
003145     move spaces to conflict-line.
003146     string sw5-student-id delimited by size
003147             '  PERIOD '   delimited by size
003148             sw5-period    delimited by size
003149             '  '          delimited by size
003150             sw5-course-code delimited by size
003151             ' NOT ON COURSE CATALOG' delimited by size
003152         into conflict-line.
003153     write conflict-line.
003154
003155 0800-STUDENT-MAINT-RUN.
003156     perform 1400-LOAD-REFERENCE-DATA.
003157     open i-o student-master.
003158     if ws-student-status not = '00'
003159         move 'STUDENT-MASTER' to ws-io-check-name
003160         move ws-student-status to ws-io-check-status
003161         perform 0990-CHECK-FILE-STATUS
003162     end-if.
003163     open input maint-trans.
003164     if ws-maint-status not = '00'
003165         move 'MAINT-TRANS' to ws-io-check-name
003166         move ws-maint-status to ws-io-check-status
003167         perform 0990-CHECK-FILE-STATUS
003168     end-if.
003169     open output reject-file.
003170     if ws-reject-status not = '00'
003171         move 'REJECT-FILE' to ws-io-check-name
003172         move ws-reject-status to ws-io-check-status
003173         perform 0990-CHECK-FILE-STATUS
003174     end-if.
003175     open extend audit-log.
003176     if ws-audit-status not = '00'
003177         move 'AUDIT-LOG' to ws-io-check-name
003178         move ws-audit-status to ws-io-check-status
003179         perform 0990-CHECK-FILE-STATUS
003180     end-if.
003181     open extend recovery-journal.
003182     if ws-recvjrnl-status not = '00'
003183         move 'RECOVERY-JOURNAL' to ws-io-check-name
003184         move ws-recvjrnl-status to ws-io-check-status
003185         perform 0990-CHECK-FILE-STATUS
003186     end-if.
003187     perform until maint-eof
003188         read maint-trans
003189             at end
003190                 set maint-eof to true
003191             not at end
003192                 perform 0810-APPLY-MAINT-TRANS
003193         end-read
003194     end-perform.
003195     close maint-trans reject-file audit-log.
003196     close recovery-journal.
003197     close student-master.
003198     perform 9800-WRITE-RUN-CONTROL.
003199
003200 0810-APPLY-MAINT-TRANS.
003201     add 1 to ws-cnt-trans-read.
003202     evaluate true
003203         when maint-add
003204             perform 0820-APPLY-STUDENT-ADD
003205         when maint-change
003206             perform 0830-APPLY-STUDENT-CHANGE
003207         when maint-withdraw
003208             perform 0840-APPLY-WITHDRAWAL
003209         when other
003210             set reason-bad-trans-code to true
003211             perform 0850-WRITE-MAINT-REJECT
003212     end-evaluate.
003213
003214 0820-APPLY-STUDENT-ADD.
003215     move mt-student-id to st-student-id.
003216     move mt-student-name to st-student-name.
003217     move mt-grade-level to st-grade-level.
003218     move mt-homeroom-code to st-homeroom-code.
003219     move mt-enrollment-date to st-enrollment-date.
003220     move mt-gpa to st-gpa.
003221     set st-active to true.
003222     perform 0200-VALIDATE-ENROLLMENT.
003223     if not record-rejected
003224         write student-record
003225             invalid key
003226                 set reason-duplicate-add to true
003227                 perform 0850-WRITE-MAINT-REJECT
003228             not invalid key
003229                 add 1 to ws-cnt-written
003230                 move spaces to au-before-name
003231                 move spaces to au-before-grade
003232                 move spaces to au-before-homeroom
003233                 move zero to au-before-gpa
003234                 perform 0860-BUILD-AFTER-IMAGE
003235                 move '0820-APPLY-STUDENT-ADD' to au-paragraph
003236                 perform 0600-WRITE-AUDIT-LOG
003237                 move 'W' to jr-action
003238                 move spaces to jr-before-image
003239                 move student-record to jr-after-image
003240                 perform 0610-WRITE-RECOVERY-JOURNAL
003241         end-write
003242     end-if.
003243
003244 0830-APPLY-STUDENT-CHANGE.
003245     move mt-student-id to st-student-id.
003246     read student-master
003247         invalid key
003248             set reason-not-on-file to true
003249             perform 0850-WRITE-MAINT-REJECT
003250         not invalid key
003251             perform 0835-CHANGE-MASTER-FIELDS
003252     end-read.
003253
003254 0835-CHANGE-MASTER-FIELDS.
003255     move student-record to ws-jr-save-image.
003256     move st-student-name to au-before-name.
003257     move st-grade-level to au-before-grade.
003258     move st-homeroom-code to au-before-homeroom.
003259     move st-gpa to au-before-gpa.
003260     if mt-student-name not = spaces
003261         move mt-student-name to st-student-name
003262     end-if.
003263     if mt-grade-level not = spaces
003264         move mt-grade-level to st-grade-level
003265     end-if.
003266     if mt-homeroom-code not = spaces
003267         move mt-homeroom-code to st-homeroom-code
003268     end-if.
003269     if mt-enrollment-date not = spaces
003270         move mt-enrollment-date to st-enrollment-date
003271     end-if.
003272     perform 0200-VALIDATE-ENROLLMENT.
003273     if not record-rejected
003274         rewrite student-record
003275         if ws-student-status not = '00'
003276             move 'STUDENT-MASTER' to ws-io-check-name
003277             move ws-student-status to ws-io-check-status
003278             perform 0990-CHECK-FILE-STATUS
003279         end-if
003280         add 1 to ws-cnt-rewritten
003281         perform 0860-BUILD-AFTER-IMAGE
003282         move '0830-APPLY-STUDENT-CHANGE' to au-paragraph
003283         perform 0600-WRITE-AUDIT-LOG
003284         move 'R' to jr-action
003285         move ws-jr-save-image to jr-before-image
003286         move student-record to jr-after-image
003287         perform 0610-WRITE-RECOVERY-JOURNAL
003288     end-if.
003289
003290 0840-APPLY-WITHDRAWAL.
003291     move mt-student-id to st-student-id.
003292     read student-master
003293         invalid key
003294             set reason-not-on-file to true
003295             perform 0850-WRITE-MAINT-REJECT
003296         not invalid key
003297             move student-record to ws-jr-save-image
003298             move st-student-name to au-before-name
003299             move st-grade-level to au-before-grade
003300             move st-homeroom-code to au-before-homeroom
003301             move st-gpa to au-before-gpa
003302             set st-withdrawn to true
003303             rewrite student-record
003304             if ws-student-status not = '00'
003305                 move 'STUDENT-MASTER' to ws-io-check-name
003306                 move ws-student-status to ws-io-check-status
003307                 perform 0990-CHECK-FILE-STATUS
003308             end-if
003309             add 1 to ws-cnt-rewritten
003310             perform 0860-BUILD-AFTER-IMAGE
003311             move '0840-APPLY-WITHDRAWAL' to au-paragraph
003312             perform 0600-WRITE-AUDIT-LOG
003313             move 'R' to jr-action
003314             move ws-jr-save-image to jr-before-image
003315             move student-record to jr-after-image
003316             perform 0610-WRITE-RECOVERY-JOURNAL
003317     end-read.
003318
003319 0850-WRITE-MAINT-REJECT.
003320     move mt-student-id to rj-student-id.
003321     move mt-student-name to rj-student-name.
003322     move ws-reject-reason to rj-reason-code.
003323     evaluate true
003324         when reason-duplicate-add
003325             move 'STUDENT ALREADY ON MASTER' to rj-reason-text
003326         when reason-not-on-file
003327             move 'STUDENT NOT ON MASTER' to rj-reason-text
003328         when reason-bad-trans-code
003329             move 'INVALID TRANSACTION CODE' to rj-reason-text
003330         when other
003331             move 'UNKNOWN REJECT REASON' to rj-reason-text
003332     end-evaluate.
003333     write reject-record.
003334     add 1 to ws-cnt-rejected.
003335
003336 0860-BUILD-AFTER-IMAGE.
003337     move st-student-name to au-after-name.
003338     move st-grade-level to au-after-grade.
003339     move st-homeroom-code to au-after-homeroom.
003340     move st-gpa to au-after-gpa.
003341     move st-student-id to au-student-id.
003342
003343 0990-CHECK-FILE-STATUS.
003344     display 'HELLOWORLD I/O ERROR ON ' ws-io-check-name
003345         ' FILE STATUS ' ws-io-check-status.
003346     stop run.
003347
003348 1000-ATTENDANCE-EDIT-RUN.
003349*    the day being edited defaults to the run date; a rerun for
003350*    an earlier day passes it as the PARM option, e.g.
003351*    PARM='ATTEDIT,20260820'. clean records for that one day are
003352*    also written to ATTTODAY, the increment the daily totals
003353*    update applies to the year-to-date KSDS.
003354     if ws-parm-opt1 not = spaces
003355         move ws-parm-opt1 (1:8) to ws-edit-today-date
003356     else
003357         move ws-current-yyyymmdd to ws-edit-today-date
003358     end-if.
003359     open input student-master.
003360     if ws-student-status not = '00'
003361         move 'STUDENT-MASTER' to ws-io-check-name
003362         move ws-student-status to ws-io-check-status
003363         perform 0990-CHECK-FILE-STATUS
003364     end-if.
003365     open input school-calendar.
003366     if ws-calendar-status not = '00'
003367         move 'SCHOOL-CALENDAR' to ws-io-check-name
003368         move ws-calendar-status to ws-io-check-status
003369         perform 0990-CHECK-FILE-STATUS
003370     end-if.
003371     open input attendance-trans.
003372     if ws-attendance-status not = '00'
003373         move 'ATTENDANCE-TRANS' to ws-io-check-name
003374         move ws-attendance-status to ws-io-check-status
003375         perform 0990-CHECK-FILE-STATUS
003376     end-if.
003377     open output attendance-clean.
003378     if ws-attclean-status not = '00'
003379         move 'ATTENDANCE-CLEAN' to ws-io-check-name
003380         move ws-attclean-status to ws-io-check-status
003381         perform 0990-CHECK-FILE-STATUS
003382     end-if.
003383     open output attendance-reject.
003384     if ws-attreject-status not = '00'
003385         move 'ATTENDANCE-REJECT' to ws-io-check-name
003386         move ws-attreject-status to ws-io-check-status
003387         perform 0990-CHECK-FILE-STATUS
003388     end-if.
003389     open output attendance-today.
003390     if ws-atttoday-status not = '00'
003391         move 'ATTENDANCE-TODAY' to ws-io-check-name
003392         move ws-atttoday-status to ws-io-check-status
003393         perform 0990-CHECK-FILE-STATUS
003394     end-if.
003395     perform until attedit-eof
003396         read attendance-trans
003397             at end
003398                 set attedit-eof to true
003399             not at end
003400                 perform 1010-EDIT-ATTENDANCE-RECORD
003401         end-read
003402     end-perform.
003403     close attendance-trans attendance-clean attendance-reject.
003404     close school-calendar.
003405     close attendance-today.
003406     close student-master.
003407     perform 1050-MARK-DATE-EDITED.
003408     perform 9800-WRITE-RUN-CONTROL.
003409
003410 1050-MARK-DATE-EDITED.
003411*    the posting-control ledger is how the TOTUPDATE step knows
003412*    this date went through the edit - and how a rerun of the
003413*    totals update for an already-posted date gets stopped.
003414     open i-o posting-control.
003415     if ws-postctl-status not = '00'
003416         move 'POSTING-CONTROL' to ws-io-check-name
003417         move ws-postctl-status to ws-io-check-status
003418         perform 0990-CHECK-FILE-STATUS
003419     end-if.
003420     move ws-edit-today-date to pc-date.
003421     read posting-control
003422         invalid key
003423             move ws-edit-today-date to pc-date
003424             move 'Y' to pc-edit-flag
003425             move 'N' to pc-post-flag
003426             move ws-current-yyyymmdd to pc-edit-run-date
003427             move spaces to pc-post-run-date
003428             write posting-control-record
003429             if ws-postctl-status not = '00'
003430                 move 'POSTING-CONTROL' to ws-io-check-name
003431                 move ws-postctl-status to ws-io-check-status
003432                 perform 0990-CHECK-FILE-STATUS
003433             end-if
003434         not invalid key
003435             move 'Y' to pc-edit-flag
003436             move ws-current-yyyymmdd to pc-edit-run-date
003437             rewrite posting-control-record
003438             if ws-postctl-status not = '00'
003439                 move 'POSTING-CONTROL' to ws-io-check-name
003440                 move ws-postctl-status to ws-io-check-status
003441                 perform 0990-CHECK-FILE-STATUS
003442             end-if
003443     end-read.
003444     close posting-control.
003445
003446 1010-EDIT-ATTENDANCE-RECORD.
003447     add 1 to ws-cnt-trans-read.
003448     set ws-reject-switch to 'N'.
003449     move spaces to ws-reject-reason.
003450
003451     move at-student-id to st-student-id.
003452     read student-master
003453         invalid key
003454             set record-rejected to true
003455             set reason-unknown-student to true
003456     end-read.
003457
003458     if not record-rejected
003459         perform 1020-VALIDATE-ATTENDANCE-DATE
003460     end-if.
003461
003462     if not record-rejected
003463         if not valid-attendance-status
003464             set record-rejected to true
003465             set reason-bad-att-status to true
003466         end-if
003467     end-if.
003468
003469     if record-rejected
003470         perform 1040-WRITE-ATTENDANCE-REJECT
003471     else
003472         perform 1030-WRITE-CLEAN-ATTENDANCE
003473     end-if.
003474
003475 1020-VALIDATE-ATTENDANCE-DATE.
003476     if at-attendance-date not numeric
003477         set record-rejected to true
003478         set reason-bad-date to true
003479     else
003480         move at-attendance-date to ws-date-check
003481         perform 1025-CHECK-CALENDAR-DATE
003482         if not record-rejected
003483             if at-attendance-date > ws-current-yyyymmdd
003484                 set record-rejected to true
003485                 set reason-future-date to true
003486             end-if
003487         end-if
003488         if not record-rejected
003489             perform 1028-CHECK-SCHOOL-SESSION-DAY
003490         end-if
003491     end-if.
003492
003493 1028-CHECK-SCHOOL-SESSION-DAY.
003494*    a real calendar date is not enough - saturdays, winter
003495*    break and snow days used to sail through and inflate the
003496*    absence counts on ATTNDTOT. days school is in session have
003497*    an SD record on the school calendar; everything else is
003498*    rejected back to the clerk.
003499     set ca-school-day to true.
003500     move at-attendance-date to ca-code.
003501     read school-calendar
003502         invalid key
003503             set record-rejected to true
003504             set reason-not-school-day to true
003505     end-read.
003506
003507 1025-CHECK-CALENDAR-DATE.
003508     if ws-dc-mm < 01 or ws-dc-mm > 12
003509         set record-rejected to true
003510         set reason-bad-date to true
003511     else
003512         perform 1027-SET-LEAP-YEAR-FLAG
003513         if ws-dc-dd < 01
003514             set record-rejected to true
003515             set reason-bad-date to true
003516         else
003517             if ws-dc-mm = 02 and leap-year
003518                 if ws-dc-dd > 29
003519                     set record-rejected to true
003520                     set reason-bad-date to true
003521                 end-if
003522             else
003523                 if ws-dc-dd > ws-month-days-entry (ws-dc-mm)
003524                     set record-rejected to true
003525                     set reason-bad-date to true
003526                 end-if
003527             end-if
003528         end-if
003529     end-if.
003530
003531 1027-SET-LEAP-YEAR-FLAG.
003532     move 'N' to ws-leap-flag.
003533     divide ws-dc-yyyy by 4 giving ws-leap-quotient
003534         remainder ws-leap-remainder.
003535     if ws-leap-remainder = zero
003536         divide ws-dc-yyyy by 100 giving ws-leap-quotient
003537             remainder ws-leap-remainder
003538         if ws-leap-remainder not = zero
003539             set leap-year to true
003540         else
003541             divide ws-dc-yyyy by 400 giving ws-leap-quotient
003542                 remainder ws-leap-remainder
003543             if ws-leap-remainder = zero
003544                 set leap-year to true
003545             end-if
003546         end-if
003547     end-if.
003548
003549 1030-WRITE-CLEAN-ATTENDANCE.
003550     move at-student-id to cl-student-id.
003551     move at-attendance-date to cl-attendance-date.
003552     move at-attendance-status to cl-attendance-status.
003553     write clean-attendance-record.
003554     add 1 to ws-cnt-written.
003555     if at-attendance-date = ws-edit-today-date
003556         move at-student-id to td-student-id
003557         move at-attendance-date to td-attendance-date
003558         move at-attendance-status to td-attendance-status
003559         write today-attendance-record
003560     end-if.
003561
003562 1040-WRITE-ATTENDANCE-REJECT.
003563     move at-student-id to ar-student-id.
003564     move at-attendance-date to ar-attendance-date.
003565     move at-attendance-status to ar-attendance-status.
003566     move ws-reject-reason to ar-reason-code.
003567     evaluate true
003568         when reason-unknown-student
003569             move 'STUDENT NOT ON MASTER' to ar-reason-text
003570         when reason-bad-date
003571             move 'INVALID CALENDAR DATE' to ar-reason-text
003572         when reason-future-date
003573             move 'ATTENDANCE DATE IN FUTURE' to ar-reason-text
003574         when reason-bad-att-status
003575             move 'UNKNOWN ATTENDANCE STATUS CODE'
003576                 to ar-reason-text
003577         when reason-not-school-day
003578             move 'SCHOOL NOT IN SESSION ON DATE'
003579                 to ar-reason-text
003580         when other
003581             move 'UNKNOWN REJECT REASON' to ar-reason-text
003582     end-evaluate.
003583     write attendance-reject-record.
003584     add 1 to ws-cnt-rejected.
003585
003586 1100-REPORT-CARD-RUN.
003587     perform 1420-LOAD-COURSE-CATALOG.
003588     open input student-master.
003589     if ws-student-status not = '00'
003590         move 'STUDENT-MASTER' to ws-io-check-name
003591         move ws-student-status to ws-io-check-status
003592         perform 0990-CHECK-FILE-STATUS
003593     end-if.
003594     open input fee-hold.
003595     if ws-feehold-status not = '00'
003596         move 'FEE-HOLD' to ws-io-check-name
003597         move ws-feehold-status to ws-io-check-status
003598         perform 0990-CHECK-FILE-STATUS
003599     end-if.
003600     sort sort-work-6
003601         on ascending key sw6-homeroom-code sw6-student-id
003602             sw6-course-code
003603         input procedure is 1110-BUILD-REPORT-CARD-RECS
003604         output procedure is 1120-PRINT-REPORT-CARDS.
003605     close student-master fee-hold.
003606     perform 9800-WRITE-RUN-CONTROL.
003607
003608 1110-BUILD-REPORT-CARD-RECS.
003609     open input grades-file.
003610     if ws-grades-status not = '00'
003611         move 'GRADES-FILE' to ws-io-check-name
003612         move ws-grades-status to ws-io-check-status
003613         perform 0990-CHECK-FILE-STATUS
003614     end-if.
003615     move 'N' to ws-grades-eof.
003616     perform until grades-eof
003617         read grades-file
003618             at end
003619                 set grades-eof to true
003620             not at end
003621                 perform 1115-RELEASE-REPORT-CARD-REC
003622         end-read
003623     end-perform.
003624     close grades-file.
003625
003626 1115-RELEASE-REPORT-CARD-REC.
003627     add 1 to ws-cnt-trans-read.
003628     move gr-student-id to st-student-id.
003629     read student-master
003630         invalid key
003631             add 1 to ws-cnt-rejected
003632         not invalid key
003633             move st-homeroom-code to sw6-homeroom-code
003634             move gr-student-id to sw6-student-id
003635             move st-student-name to sw6-student-name
003636             move gr-course-code to sw6-course-code
003637             move gr-credit-hours to sw6-credit-hours
003638             move gr-letter-grade to sw6-letter-grade
003639             move st-gpa to sw6-gpa
003640             release sw6-record
003641             add 1 to ws-cnt-written
003642     end-read.
003643
003644 1120-PRINT-REPORT-CARDS.
003645     open output report-card.
003646     if ws-rptcard-status not = '00'
003647         move 'REPORT-CARD' to ws-io-check-name
003648         move ws-rptcard-status to ws-io-check-status
003649         perform 0990-CHECK-FILE-STATUS
003650     end-if.
003651     move spaces to ws-rc-prior-homeroom.
003652     move spaces to ws-rc-prior-student.
003653     perform until sort6-eof
003654         return sort-work-6
003655             at end
003656                 set sort6-eof to true
003657                 if ws-rc-prior-student not = spaces
003658                         and not fee-held
003659                     perform 1128-PRINT-TERM-GPA
003660                 end-if
003661             not at end
003662                 perform 1125-PROCESS-REPORT-CARD-REC
003663         end-return
003664     end-perform.
003665     close report-card.
003666
003667 1123-PRINT-HOMEROOM-COVER.
003668     move spaces to report-card-line.
003669     string 'REPORT CARD DISTRIBUTION - HOMEROOM '
003670             delimited by size
003671             sw6-homeroom-code delimited by size
003672         into report-card-line.
003673     write report-card-line after advancing page.
003674     move spaces to report-card-line.
003675     string 'MARKING PERIOD ENDING ' delimited by size
003676             ws-current-yyyymmdd delimited by size
003677         into report-card-line.
003678     write report-card-line after advancing 1 line.
003679
003680 1125-PROCESS-REPORT-CARD-REC.
003681     if sw6-homeroom-code not = ws-rc-prior-homeroom
003682         if ws-rc-prior-student not = spaces
003683                 and not fee-held
003684             perform 1128-PRINT-TERM-GPA
003685             move spaces to ws-rc-prior-student
003686         end-if
003687         perform 1123-PRINT-HOMEROOM-COVER
003688         move sw6-homeroom-code to ws-rc-prior-homeroom
003689     end-if.
003690     if sw6-student-id not = ws-rc-prior-student
003691         if ws-rc-prior-student not = spaces
003692                 and not fee-held
003693             perform 1128-PRINT-TERM-GPA
003694         end-if
003695         move sw6-student-id to fh-student-id
003696         perform 3190-CHECK-FEE-HOLD
003697         perform 1126-PRINT-STUDENT-HEADING
003698         move sw6-student-id to ws-rc-prior-student
003699         move sw6-gpa to ws-rc-hold-gpa
003700         move zero to ws-rc-term-points ws-rc-term-credits
003701     end-if.
003702*    a student on fee hold gets the heading and the withheld
003703*    notice only - no grades, no gpa.
003704     if not fee-held
003705         perform 1127-PRINT-COURSE-LINE
003706     end-if.
003707
003708 1126-PRINT-STUDENT-HEADING.
003709     move spaces to report-card-line.
003710     string 'STUDENT: ' delimited by size
003711             sw6-student-name delimited by size
003712             ' ID: ' delimited by size
003713             sw6-student-id delimited by size
003714         into report-card-line.
003715     write report-card-line after advancing page.
003716     move spaces to report-card-line.
003717     string 'HOMEROOM: ' delimited by size
003718             sw6-homeroom-code delimited by size
003719         into report-card-line.
003720     write report-card-line after advancing 1 line.
003721     if fee-held
003722         move 'REPORT CARD WITHHELD - OUTSTANDING FEES'
003723             to report-card-line
003724         write report-card-line after advancing 2 lines
003725         move 'PLEASE CONTACT THE SCHOOL OFFICE'
003726             to report-card-line
003727         write report-card-line after advancing 1 line
003728     else
003729         move spaces to report-card-line
003730         string 'COURSE  TITLE' delimited by size
003731             into report-card-line
003732         move 'CREDITS  GRADE' to report-card-line (41:14)
003733         write report-card-line after advancing 2 lines
003734     end-if.
003735
003736 1127-PRINT-COURSE-LINE.
003737*    the course title prints beside the code - parents call the
003738*    office every marking period asking what 'MTH101' is.
003739*    st-gpa is cumulative over GRDHIST, so the term gpa is
003740*    built here from this card's own grades.
003741     move sw6-letter-grade to ws-letter-grade-in.
003742     perform 0426-LOOKUP-GRADE-POINTS.
003743     compute ws-rc-term-points = ws-rc-term-points
003744         + (ws-grade-points * sw6-credit-hours).
003745     add sw6-credit-hours to ws-rc-term-credits.
003746     move sw6-course-code to ws-course-lookup.
003747     perform 1430-LOOKUP-COURSE-CODE.
003748     if ws-course-sub > zero
003749         move ws-course-title (ws-course-sub)
003750             to ws-course-title-out
003751     else
003752         move '(NOT ON CATALOG)' to ws-course-title-out
003753     end-if.
003754     move sw6-credit-hours to ws-credit-edit.
003755     move spaces to report-card-line.
003756     string sw6-course-code delimited by size
003757             '  ' delimited by size
003758             ws-course-title-out delimited by size
003759             '  ' delimited by size
003760             ws-credit-edit delimited by size
003761             '      ' delimited by size
003762             sw6-letter-grade delimited by size
003763         into report-card-line.
003764     write report-card-line after advancing 1 line.
003765
003766 1128-PRINT-TERM-GPA.
003767     if ws-rc-term-credits > zero
003768         compute ws-rc-term-gpa rounded =
003769             ws-rc-term-points / ws-rc-term-credits
003770     else
003771         move zero to ws-rc-term-gpa
003772     end-if.
003773     move ws-rc-term-gpa to ws-gpa-edit.
003774     move spaces to report-card-line.
003775     string 'TERM GPA:       ' delimited by size
003776             ws-gpa-edit delimited by size
003777         into report-card-line.
003778     write report-card-line after advancing 2 lines.
003779     move ws-rc-hold-gpa to ws-gpa-edit.
003780     move spaces to report-card-line.
003781     string 'CUMULATIVE GPA: ' delimited by size
003782             ws-gpa-edit delimited by size
003783         into report-card-line.
003784     write report-card-line after advancing 1 line.
003785
003786 1200-STANDING-REPORT-RUN.
003787     perform 1400-LOAD-REFERENCE-DATA.
003788     perform 1210-SET-STANDING-THRESHOLDS.
003789     open input student-master.
003790     if ws-student-status not = '00'
003791         move 'STUDENT-MASTER' to ws-io-check-name
003792         move ws-student-status to ws-io-check-status
003793         perform 0990-CHECK-FILE-STATUS
003794     end-if.
003795     move zeros to ws-standing-counts.
003796     sort sort-work-7
003797         on ascending key sw7-category sw7-homeroom-code
003798             sw7-student-id
003799         input procedure is 1220-CLASSIFY-STUDENTS
003800         output procedure is 1230-PRINT-STANDING-REPORT.
003801     close student-master.
003802     perform 9800-WRITE-RUN-CONTROL.
003803
003804 1210-SET-STANDING-THRESHOLDS.
003805     if ws-parm-opt1 not = spaces
003806         move ws-parm-opt1 to ws-threshold-parse
003807         perform 1215-PARSE-THRESHOLD
003808         if threshold-parsed
003809             move ws-parsed-threshold to ws-honor-threshold
003810         end-if
003811     end-if.
003812     if ws-parm-opt2 not = spaces
003813         move ws-parm-opt2 to ws-threshold-parse
003814         perform 1215-PARSE-THRESHOLD
003815         if threshold-parsed
003816             move ws-parsed-threshold to ws-probation-threshold
003817         end-if
003818     end-if.
003819
003820 1215-PARSE-THRESHOLD.
003821     move 'N' to ws-threshold-ok.
003822     if ws-tp-units numeric
003823             and ws-tp-point = '.'
003824             and ws-tp-decimals numeric
003825         move ws-tp-units to ws-tp-units-num
003826         move ws-tp-decimals to ws-tp-decimals-num
003827         compute ws-parsed-threshold =
003828             ws-tp-units-num + ws-tp-decimals-num / 100
003829         set threshold-parsed to true
003830     else
003831         display 'HELLOWORLD: INVALID GPA THRESHOLD - '
003832             ws-threshold-parse
003833     end-if.
003834
003835 1220-CLASSIFY-STUDENTS.
003836     move 'N' to ws-master-eof.
003837     perform until master-eof
003838         read student-master next record
003839             at end
003840                 set master-eof to true
003841             not at end
003842                 perform 1225-CLASSIFY-ONE-STUDENT
003843         end-read
003844     end-perform.
003845
003846 1225-CLASSIFY-ONE-STUDENT.
003847     add 1 to ws-cnt-master-read.
003848     if st-withdrawn
003849         add 1 to ws-cnt-rejected
003850     else
003851         evaluate true
003852             when st-gpa >= ws-honor-threshold
003853                 set sw7-honor-roll to true
003854                 perform 1228-TALLY-STANDING-COUNTS
003855                 perform 1227-RELEASE-STANDING-REC
003856             when st-gpa < ws-probation-threshold
003857                 set sw7-probation to true
003858                 perform 1228-TALLY-STANDING-COUNTS
003859                 perform 1227-RELEASE-STANDING-REC
003860             when other
003861                 add 1 to ws-cnt-rejected
003862         end-evaluate
003863     end-if.
003864
003865 1227-RELEASE-STANDING-REC.
003866     move st-homeroom-code to sw7-homeroom-code.
003867     move st-student-id to sw7-student-id.
003868     move st-student-name to sw7-student-name.
003869     move st-grade-level to sw7-grade-level.
003870     move st-gpa to sw7-gpa.
003871     release sw7-record.
003872     add 1 to ws-cnt-written.
003873
003874 1228-TALLY-STANDING-COUNTS.
003875     set ws-grade-idx to 1.
003876     search ws-valid-grade-entry
003877         at end
003878             move zero to ws-grade-sub
003879         when ws-valid-grade-entry (ws-grade-idx) = st-grade-level
003880             set ws-grade-sub to ws-grade-idx
003881     end-search.
003882     if ws-grade-sub > zero
003883         if sw7-honor-roll
003884             add 1 to ws-honor-grade-count (ws-grade-sub)
003885         else
003886             add 1 to ws-prob-grade-count (ws-grade-sub)
003887         end-if
003888     end-if.
003889     set ws-homeroom-idx to 1.
003890     search ws-valid-homeroom-group
003891         at end
003892             move zero to ws-homeroom-sub
003893         when ws-valid-homeroom-entry (ws-homeroom-idx)
003894                 = st-homeroom-code
003895             set ws-homeroom-sub to ws-homeroom-idx
003896     end-search.
003897     if ws-homeroom-sub > zero
003898         if sw7-honor-roll
003899             add 1 to ws-honor-hr-count (ws-homeroom-sub)
003900         else
003901             add 1 to ws-prob-hr-count (ws-homeroom-sub)
003902         end-if
003903     end-if.
003904
003905 1230-PRINT-STANDING-REPORT.
003906     open output standing-rpt.
003907     if ws-standing-status not = '00'
003908         move 'STANDING-RPT' to ws-io-check-name
003909         move ws-standing-status to ws-io-check-status
003910         perform 0990-CHECK-FILE-STATUS
003911     end-if.
003912     move spaces to standing-line.
003913     string 'ACADEMIC STANDING REPORT - ' delimited by size
003914             ws-current-yyyymmdd delimited by size
003915         into standing-line.
003916     write standing-line.
003917     move spaces to ws-stand-prior-category.
003918     perform until sort7-eof
003919         return sort-work-7
003920             at end
003921                 set sort7-eof to true
003922             not at end
003923                 perform 1235-WRITE-STANDING-LINE
003924         end-return
003925     end-perform.
003926     perform 1238-PRINT-STANDING-COUNTS.
003927     close standing-rpt.
003928
003929 1235-WRITE-STANDING-LINE.
003930     if sw7-category not = ws-stand-prior-category
003931         perform 1236-PRINT-CATEGORY-HEADING
003932         move sw7-category to ws-stand-prior-category
003933     end-if.
003934     move sw7-gpa to ws-gpa-edit.
003935     move spaces to standing-line.
003936     string sw7-homeroom-code delimited by size
003937             '  ' delimited by size
003938             sw7-student-id delimited by size
003939             '  ' delimited by size
003940             sw7-student-name delimited by size
003941             ' GRADE ' delimited by size
003942             sw7-grade-level delimited by size
003943             ' GPA ' delimited by size
003944             ws-gpa-edit delimited by size
003945         into standing-line.
003946     write standing-line.
003947
003948 1236-PRINT-CATEGORY-HEADING.
003949     move spaces to standing-line.
003950     write standing-line.
003951     if sw7-honor-roll
003952         move ws-honor-threshold to ws-gpa-edit
003953         move spaces to standing-line
003954         string 'HONOR ROLL - GPA ' delimited by size
003955                 ws-gpa-edit delimited by size
003956                 ' AND ABOVE' delimited by size
003957             into standing-line
003958     else
003959         move ws-probation-threshold to ws-gpa-edit
003960         move spaces to standing-line
003961         string 'ACADEMIC PROBATION - GPA BELOW '
003962                 delimited by size
003963                 ws-gpa-edit delimited by size
003964             into standing-line
003965     end-if.
003966     write standing-line.
003967
003968 1238-PRINT-STANDING-COUNTS.
003969     move spaces to standing-line.
003970     write standing-line.
003971     move 'COUNTS BY GRADE LEVEL' to standing-line.
003972     write standing-line.
003973     perform varying ws-grade-sub from 1 by 1
003974             until ws-grade-sub > ws-valid-grade-count
003975         perform 1239-WRITE-GRADE-COUNT-LINE
003976     end-perform.
003977     move spaces to standing-line.
003978     write standing-line.
003979     move 'COUNTS BY HOMEROOM' to standing-line.
003980     write standing-line.
003981     perform varying ws-homeroom-sub from 1 by 1
003982             until ws-homeroom-sub > ws-valid-homeroom-count
003983         perform 1240-WRITE-HR-COUNT-LINE
003984     end-perform.
003985
003986 1239-WRITE-GRADE-COUNT-LINE.
003987     move spaces to standing-line.
003988     string 'GRADE ' delimited by size
003989             ws-valid-grade-entry (ws-grade-sub)
003990             delimited by size
003991         into standing-line.
003992     move ws-honor-grade-count (ws-grade-sub) to ws-count-edit.
003993     move ws-count-edit to standing-line (12:3).
003994     move ' HONOR' to standing-line (15:6).
003995     move ws-prob-grade-count (ws-grade-sub) to ws-count-edit.
003996     move ws-count-edit to standing-line (23:3).
003997     move ' PROBATION' to standing-line (26:10).
003998     write standing-line.
003999
004000 1240-WRITE-HR-COUNT-LINE.
004001     move spaces to standing-line.
004002     string 'HOMEROOM ' delimited by size
004003             ws-valid-homeroom-entry (ws-homeroom-sub)
004004             delimited by size
004005         into standing-line.
004006     move ws-honor-hr-count (ws-homeroom-sub) to ws-count-edit.
004007     move ws-count-edit to standing-line (17:3).
004008     move ' HONOR' to standing-line (20:6).
004009     move ws-prob-hr-count (ws-homeroom-sub) to ws-count-edit.
004010     move ws-count-edit to standing-line (28:3).
004011     move ' PROBATION' to standing-line (31:10).
004012     write standing-line.
004013
004014 1300-AUDIT-INQUIRY-RUN.
004015     move spaces to ws-inq-student-id.
004016     if ws-parm-opt1 not = spaces and ws-parm-opt1 not = 'ALL'
004017         move ws-parm-opt1 (1:9) to ws-inq-student-id
004018     end-if.
004019     if ws-parm-opt2 = spaces
004020         move '00000000' to ws-inq-from-date
004021     else
004022         move ws-parm-opt2 (1:8) to ws-inq-from-date
004023     end-if.
004024     if ws-parm-opt3 = spaces
004025         move '99999999' to ws-inq-to-date
004026     else
004027         move ws-parm-opt3 (1:8) to ws-inq-to-date
004028     end-if.
004029     open input audit-log.
004030     if ws-audit-status not = '00'
004031         move 'AUDIT-LOG' to ws-io-check-name
004032         move ws-audit-status to ws-io-check-status
004033         perform 0990-CHECK-FILE-STATUS
004034     end-if.
004035     open output audit-report.
004036     if ws-audrpt-status not = '00'
004037         move 'AUDIT-REPORT' to ws-io-check-name
004038         move ws-audrpt-status to ws-io-check-status
004039         perform 0990-CHECK-FILE-STATUS
004040     end-if.
004041     perform 1310-PRINT-INQUIRY-HEADING.
004042     perform until audit-eof
004043         read audit-log
004044             at end
004045                 set audit-eof to true
004046             not at end
004047                 add 1 to ws-cnt-trans-read
004048                 perform 1320-SELECT-AUDIT-RECORD
004049         end-read
004050     end-perform.
004051     close audit-log audit-report.
004052     perform 9800-WRITE-RUN-CONTROL.
004053
004054 1310-PRINT-INQUIRY-HEADING.
004055     move spaces to audit-report-line.
004056     string 'STUDENT CHANGE HISTORY - RUN ' delimited by size
004057             ws-current-yyyymmdd delimited by size
004058         into audit-report-line.
004059     write audit-report-line.
004060     move spaces to audit-report-line.
004061     if ws-inq-student-id = spaces
004062         string 'STUDENT: ALL  DATES ' delimited by size
004063                 ws-inq-from-date delimited by size
004064                 ' THRU ' delimited by size
004065                 ws-inq-to-date delimited by size
004066             into audit-report-line
004067     else
004068         string 'STUDENT: ' delimited by size
004069                 ws-inq-student-id delimited by size
004070                 '  DATES ' delimited by size
004071                 ws-inq-from-date delimited by size
004072                 ' THRU ' delimited by size
004073                 ws-inq-to-date delimited by size
004074             into audit-report-line
004075     end-if.
004076     write audit-report-line.
004077
004078 1320-SELECT-AUDIT-RECORD.
004079     if (ws-inq-student-id = spaces
004080             or au-student-id = ws-inq-student-id)
004081             and au-run-date >= ws-inq-from-date
004082             and au-run-date <= ws-inq-to-date
004083         perform 1330-PRINT-AUDIT-RECORD
004084     end-if.
004085
004086 1330-PRINT-AUDIT-RECORD.
004087     move spaces to audit-report-line.
004088     write audit-report-line.
004089     move spaces to audit-report-line.
004090     string au-run-date delimited by size
004091             '  ' delimited by size
004092             au-student-id delimited by size
004093             '  CHANGED BY ' delimited by size
004094             au-paragraph delimited by size
004095         into audit-report-line.
004096     write audit-report-line.
004097     move au-before-gpa to ws-gpa-edit.
004098     move spaces to audit-report-line.
004099     string '  BEFORE  ' delimited by size
004100             au-before-name delimited by size
004101             ' GR ' delimited by size
004102             au-before-grade delimited by size
004103             ' ' delimited by size
004104             au-before-homeroom delimited by size
004105             ' GPA ' delimited by size
004106             ws-gpa-edit delimited by size
004107         into audit-report-line.
004108     write audit-report-line.
004109     move au-after-gpa to ws-gpa-edit.
004110     move spaces to audit-report-line.
004111     string '  AFTER   ' delimited by size
004112             au-after-name delimited by size
004113             ' GR ' delimited by size
004114             au-after-grade delimited by size
004115             ' ' delimited by size
004116             au-after-homeroom delimited by size
004117             ' GPA ' delimited by size
004118             ws-gpa-edit delimited by size
004119         into audit-report-line.
004120     write audit-report-line.
004121     add 1 to ws-cnt-written.
004122
004123 1350-AUDIT-ARCHIVE-RUN.
004124     if ws-parm-opt1 = spaces
004125         display 'HELLOWORLD: AUDITARC NEEDS A CUTOFF DATE'
004126         move 8 to return-code
004127     else
004128         move ws-parm-opt1 (1:8) to ws-arc-cutoff-date
004129         perform 1355-VALIDATE-CUTOFF-DATE
004130         if record-rejected
004131             display 'HELLOWORLD: INVALID CUTOFF DATE - '
004132                 ws-arc-cutoff-date
004133             move 8 to return-code
004134         else
004135             perform 1360-SPLIT-AUDIT-LOG
004136             perform 9800-WRITE-RUN-CONTROL
004137         end-if
004138     end-if.
004139
004140 1355-VALIDATE-CUTOFF-DATE.
004141*    a mistyped cutoff that is not a real date would collate
004142*    below every au-run-date and silently archive nothing, so
004143*    the purge refuses to run on anything but a valid date.
004144     set ws-reject-switch to 'N'.
004145     if ws-arc-cutoff-date not numeric
004146         set record-rejected to true
004147     else
004148         move ws-arc-cutoff-date to ws-date-check
004149         perform 1025-CHECK-CALENDAR-DATE
004150     end-if.
004151
004152 1360-SPLIT-AUDIT-LOG.
004153     open input audit-log.
004154     if ws-audit-status not = '00'
004155         move 'AUDIT-LOG' to ws-io-check-name
004156         move ws-audit-status to ws-io-check-status
004157         perform 0990-CHECK-FILE-STATUS
004158     end-if.
004159     open extend audit-archive.
004160     if ws-audarch-status not = '00'
004161         move 'AUDIT-ARCHIVE' to ws-io-check-name
004162         move ws-audarch-status to ws-io-check-status
004163         perform 0990-CHECK-FILE-STATUS
004164     end-if.
004165     open output audit-newlog.
004166     if ws-audnew-status not = '00'
004167         move 'AUDIT-NEWLOG' to ws-io-check-name
004168         move ws-audnew-status to ws-io-check-status
004169         perform 0990-CHECK-FILE-STATUS
004170     end-if.
004171     perform until audit-eof
004172         read audit-log
004173             at end
004174                 set audit-eof to true
004175             not at end
004176                 add 1 to ws-cnt-trans-read
004177                 perform 1370-ROUTE-AUDIT-RECORD
004178         end-read
004179     end-perform.
004180     close audit-log audit-archive audit-newlog.
004181
004182 1370-ROUTE-AUDIT-RECORD.
004183     if au-run-date < ws-arc-cutoff-date
004184         move audit-record to audit-archive-record
004185         write audit-archive-record
004186         add 1 to ws-cnt-written
004187     else
004188         move audit-record to audit-newlog-record
004189         write audit-newlog-record
004190         add 1 to ws-cnt-rewritten
004191     end-if.
004192
004193 1400-LOAD-REFERENCE-DATA.
004194     open input reference-file.
004195     if ws-refdata-status not = '00'
004196         move 'REFERENCE-FILE' to ws-io-check-name
004197         move ws-refdata-status to ws-io-check-status
004198         perform 0990-CHECK-FILE-STATUS
004199     end-if.
004200     move 20 to ws-valid-grade-count.
004201     move 50 to ws-valid-homeroom-count.
004202     move 50 to ws-valid-disc-count.
004203     move zero to ws-ref-gl-loaded ws-ref-hr-loaded.
004204     move zero to ws-ref-dc-loaded.
004205     move 'N' to ws-ref-eof.
004206     perform until ref-eof
004207         read reference-file next record
004208             at end
004209                 set ref-eof to true
004210             not at end
004211                 perform 1410-STORE-REFERENCE-RECORD
004212         end-read
004213     end-perform.
004214     close reference-file.
004215     if ws-ref-gl-loaded = zero or ws-ref-hr-loaded = zero
004216         display 'HELLOWORLD: REFERENCE FILE IS MISSING '
004217             'GRADE-LEVEL OR HOMEROOM RECORDS'
004218         stop run
004219     end-if.
004220     move ws-ref-gl-loaded to ws-valid-grade-count.
004221     move ws-ref-hr-loaded to ws-valid-homeroom-count.
004222*    DC records are only required by the discipline runs, which
004223*    check for them at startup - an empty slot keeps the
004224*    depending-on count legal for everyone else.
004225     if ws-ref-dc-loaded = zero
004226         move 1 to ws-valid-disc-count
004227         move spaces to ws-valid-disc-entry (1)
004228         move spaces to ws-disc-description (1)
004229     else
004230         move ws-ref-dc-loaded to ws-valid-disc-count
004231     end-if.
004232
004233 1410-STORE-REFERENCE-RECORD.
004234     evaluate true
004235         when rf-grade-level
004236             if ws-ref-gl-loaded < 20
004237                 add 1 to ws-ref-gl-loaded
004238                 move rf-code (1:2) to
004239                     ws-valid-grade-entry (ws-ref-gl-loaded)
004240             else
004241                 display 'HELLOWORLD: GRADE TABLE FULL - '
004242                     rf-code
004243             end-if
004244         when rf-homeroom
004245             if ws-ref-hr-loaded < 50
004246                 add 1 to ws-ref-hr-loaded
004247                 move rf-code to
004248                     ws-valid-homeroom-entry (ws-ref-hr-loaded)
004249                 move rf-teacher to
004250                     ws-homeroom-teacher (ws-ref-hr-loaded)
004251                 move rf-capacity to
004252                     ws-homeroom-capacity (ws-ref-hr-loaded)
004253                 move zero to
004254                     ws-homeroom-enrolled (ws-ref-hr-loaded)
004255             else
004256                 display 'HELLOWORLD: HOMEROOM TABLE FULL - '
004257                     rf-code
004258             end-if
004259         when rf-disc-code
004260             if ws-ref-dc-loaded < 50
004261                 add 1 to ws-ref-dc-loaded
004262                 move rf-code to
004263                     ws-valid-disc-entry (ws-ref-dc-loaded)
004264                 move rf-teacher to
004265                     ws-disc-description (ws-ref-dc-loaded)
004266             else
004267                 display 'HELLOWORLD: DISC CODE TABLE FULL - '
004268                     rf-code
004269             end-if
004270         when other
004271             display 'HELLOWORLD: UNKNOWN REFERENCE TYPE - '
004272                 rf-record-type
004273     end-evaluate.
004274
004275 1420-LOAD-COURSE-CATALOG.
004276     open input course-catalog.
004277     if ws-crsecat-status not = '00'
004278         move 'COURSE-CATALOG' to ws-io-check-name
004279         move ws-crsecat-status to ws-io-check-status
004280         perform 0990-CHECK-FILE-STATUS
004281     end-if.
004282     move 200 to ws-valid-course-count.
004283     move zero to ws-cat-loaded.
004284     move 'N' to ws-cat-eof.
004285     perform until cat-eof
004286         read course-catalog next record
004287             at end
004288                 set cat-eof to true
004289             not at end
004290                 perform 1425-STORE-CATALOG-RECORD
004291         end-read
004292     end-perform.
004293     close course-catalog.
004294     if ws-cat-loaded = zero
004295         display 'HELLOWORLD: COURSE CATALOG FILE IS EMPTY'
004296         stop run
004297     end-if.
004298     move ws-cat-loaded to ws-valid-course-count.
004299
004300 1425-STORE-CATALOG-RECORD.
004301     if ws-cat-loaded < 200
004302         add 1 to ws-cat-loaded
004303         move cc-course-code to
004304             ws-valid-course-entry (ws-cat-loaded)
004305         move cc-course-title to
004306             ws-course-title (ws-cat-loaded)
004307         move cc-department to
004308             ws-course-department (ws-cat-loaded)
004309         move cc-credit-hours to
004310             ws-course-credits (ws-cat-loaded)
004311         move cc-capacity to
004312             ws-course-capacity (ws-cat-loaded)
004313         move zero to
004314             ws-course-seats (ws-cat-loaded)
004315     else
004316         display 'HELLOWORLD: COURSE TABLE FULL - '
004317             cc-course-code
004318     end-if.
004319
004320 1430-LOOKUP-COURSE-CODE.
004321     set ws-course-idx to 1.
004322     search ws-valid-course-group
004323         at end
004324             move zero to ws-course-sub
004325         when ws-valid-course-entry (ws-course-idx)
004326                 = ws-course-lookup
004327             set ws-course-sub to ws-course-idx
004328     end-search.
004329
004330 1440-COUNT-HOMEROOM-SEAT.
004331     set ws-homeroom-idx to 1.
004332     search ws-valid-homeroom-group
004333         at end
004334             continue
004335         when ws-valid-homeroom-entry (ws-homeroom-idx)
004336                 = st-homeroom-code
004337             if not st-withdrawn
004338                 set ws-homeroom-sub to ws-homeroom-idx
004339                 add 1 to
004340                     ws-homeroom-enrolled (ws-homeroom-sub)
004341             end-if
004342     end-search.
004343
004344 1450-HOMEROOM-CAPACITY-CHECK.
004345     open output capacity-rpt.
004346     if ws-caprpt-status not = '00'
004347         move 'CAPACITY-RPT' to ws-io-check-name
004348         move ws-caprpt-status to ws-io-check-status
004349         perform 0990-CHECK-FILE-STATUS
004350     end-if.
004351     move spaces to capacity-line.
004352     string 'HOMEROOM CAPACITY CHECK - ' delimited by size
004353             ws-current-yyyymmdd delimited by size
004354         into capacity-line.
004355     write capacity-line.
004356     open input staff-master.
004357     if ws-staff-status not = '00'
004358         move 'STAFF-MASTER' to ws-io-check-name
004359         move ws-staff-status to ws-io-check-status
004360         perform 0990-CHECK-FILE-STATUS
004361     end-if.
004362     move zero to ws-cap-total.
004363     perform varying ws-homeroom-sub from 1 by 1
004364             until ws-homeroom-sub > ws-valid-homeroom-count
004365         add ws-homeroom-enrolled (ws-homeroom-sub)
004366             to ws-cap-total
004367     end-perform.
004368     divide ws-cap-total by ws-valid-homeroom-count
004369         giving ws-cap-average rounded.
004370     perform varying ws-homeroom-sub from 1 by 1
004371             until ws-homeroom-sub > ws-valid-homeroom-count
004372         perform 1455-WRITE-CAPACITY-LINE
004373     end-perform.
004374     close capacity-rpt staff-master.
004375
004376 1455-WRITE-CAPACITY-LINE.
004377     move spaces to ws-cap-flag.
004378     if ws-homeroom-enrolled (ws-homeroom-sub) >
004379             ws-homeroom-capacity (ws-homeroom-sub)
004380         move 'OVER CAPACITY' to ws-cap-flag
004381     else
004382         if ws-homeroom-enrolled (ws-homeroom-sub) >
004383                 ws-cap-average + 10
004384             or ws-homeroom-enrolled (ws-homeroom-sub) <
004385                 ws-cap-average - 10
004386             move 'UNBALANCED' to ws-cap-flag
004387         end-if
004388     end-if.
004389     move ws-homeroom-enrolled (ws-homeroom-sub)
004390         to ws-count-edit.
004391     move ws-homeroom-capacity (ws-homeroom-sub)
004392         to ws-cap-edit.
004393*    the homeroom card carries the teacher's staff id; the
004394*    name comes from STAFF.
004395     move ws-homeroom-staff-id (ws-homeroom-sub) to sf-staff-id.
004396     read staff-master
004397         invalid key
004398             move '(NOT ON STAFF FILE)' to sf-staff-name
004399     end-read.
004400     move spaces to capacity-line.
004401     string ws-valid-homeroom-entry (ws-homeroom-sub)
004402             delimited by size
004403             '  ' delimited by size
004404             ws-homeroom-staff-id (ws-homeroom-sub)
004405             delimited by size
004406             ' ' delimited by size
004407             sf-staff-name delimited by size
004408             ' ENROLLED ' delimited by size
004409             ws-count-edit delimited by size
004410             ' CAPACITY ' delimited by size
004411             ws-cap-edit delimited by size
004412             '  ' delimited by size
004413             ws-cap-flag delimited by size
004414         into capacity-line.
004415     write capacity-line.
004416
004417 1500-PROMOTION-RUN.
004418     perform 1400-LOAD-REFERENCE-DATA.
004419     open i-o student-master.
004420     if ws-student-status not = '00'
004421         move 'STUDENT-MASTER' to ws-io-check-name
004422         move ws-student-status to ws-io-check-status
004423         perform 0990-CHECK-FILE-STATUS
004424     end-if.
004425     open extend audit-log.
004426     if ws-audit-status not = '00'
004427         move 'AUDIT-LOG' to ws-io-check-name
004428         move ws-audit-status to ws-io-check-status
004429         perform 0990-CHECK-FILE-STATUS
004430     end-if.
004431     open extend recovery-journal.
004432     if ws-recvjrnl-status not = '00'
004433         move 'RECOVERY-JOURNAL' to ws-io-check-name
004434         move ws-recvjrnl-status to ws-io-check-status
004435         perform 0990-CHECK-FILE-STATUS
004436     end-if.
004437     open extend alumni-history.
004438     if ws-alumni-status not = '00'
004439         move 'ALUMNI-HISTORY' to ws-io-check-name
004440         move ws-alumni-status to ws-io-check-status
004441         perform 0990-CHECK-FILE-STATUS
004442     end-if.
004443     move zeros to ws-promo-counts.
004444     move 'N' to ws-master-eof.
004445     perform until master-eof
004446         read student-master next record
004447             at end
004448                 set master-eof to true
004449             not at end
004450                 add 1 to ws-cnt-master-read
004451                 perform 1510-PROCESS-PROMOTION
004452         end-read
004453     end-perform.
004454     close alumni-history.
004455     close audit-log.
004456     close recovery-journal.
004457     close student-master.
004458     perform 1560-PRINT-PROMOTION-SUMMARY.
004459     perform 9800-WRITE-RUN-CONTROL.
004460
004461 1510-PROCESS-PROMOTION.
004462     if st-withdrawn
004463         add 1 to ws-promo-skipped
004464         add 1 to ws-cnt-rejected
004465     else
004466         if st-grade-level = '12'
004467             perform 1530-GRADUATE-STUDENT
004468         else
004469             perform 1520-PROMOTE-STUDENT
004470         end-if
004471     end-if.
004472
004473 1520-PROMOTE-STUDENT.
004474     move student-record to ws-jr-save-image.
004475     move st-student-name to au-before-name.
004476     move st-grade-level to au-before-grade.
004477     move st-homeroom-code to au-before-homeroom.
004478     move st-gpa to au-before-gpa.
004479     perform 1540-ADVANCE-GRADE-LEVEL.
004480     if grade-advanced
004481         perform 1545-TALLY-PROMOTED-GRADE
004482         rewrite student-record
004483         if ws-student-status not = '00'
004484             move 'STUDENT-MASTER' to ws-io-check-name
004485             move ws-student-status to ws-io-check-status
004486             perform 0990-CHECK-FILE-STATUS
004487         end-if
004488         add 1 to ws-cnt-rewritten
004489         perform 0860-BUILD-AFTER-IMAGE
004490         move '1520-PROMOTE-STUDENT' to au-paragraph
004491         perform 0600-WRITE-AUDIT-LOG
004492         move 'R' to jr-action
004493         move ws-jr-save-image to jr-before-image
004494         move student-record to jr-after-image
004495         perform 0610-WRITE-RECOVERY-JOURNAL
004496     else
004497         add 1 to ws-promo-unknown
004498         add 1 to ws-cnt-rejected
004499         display 'HELLOWORLD: GRADE NOT PROMOTABLE - '
004500             st-student-id ' GRADE ' st-grade-level
004501     end-if.
004502
004503 1530-GRADUATE-STUDENT.
004504     move student-record to ws-jr-save-image.
004505     move st-student-name to au-before-name.
004506     move st-grade-level to au-before-grade.
004507     move st-homeroom-code to au-before-homeroom.
004508     move st-gpa to au-before-gpa.
004509     move st-student-id to al-student-id.
004510     move st-student-name to al-student-name.
004511     move st-grade-level to al-final-grade.
004512     move st-homeroom-code to al-homeroom-code.
004513     move st-enrollment-date to al-enrollment-date.
004514     move ws-current-yyyymmdd to al-graduation-date.
004515     move st-gpa to al-final-gpa.
004516     write alumni-record.
004517     add 1 to ws-cnt-written.
004518     delete student-master record
004519         invalid key
004520             move 'STUDENT-MASTER' to ws-io-check-name
004521             move ws-student-status to ws-io-check-status
004522             perform 0990-CHECK-FILE-STATUS
004523     end-delete.
004524     add 1 to ws-promo-graduated.
004525     move spaces to au-after-name.
004526     move spaces to au-after-grade.
004527     move spaces to au-after-homeroom.
004528     move zero to au-after-gpa.
004529     move al-student-id to au-student-id.
004530     move '1530-GRADUATE-STUDENT' to au-paragraph.
004531     perform 0600-WRITE-AUDIT-LOG.
004532     move 'D' to jr-action.
004533     move ws-jr-save-image to jr-before-image.
004534     move spaces to jr-after-image.
004535     perform 0610-WRITE-RECOVERY-JOURNAL.
004536
004537 1540-ADVANCE-GRADE-LEVEL.
004538     move 'Y' to ws-promo-grade-ok.
004539     evaluate st-grade-level
004540         when 'KG'
004541             move '01' to st-grade-level
004542         when '01'
004543             move '02' to st-grade-level
004544         when '02'
004545             move '03' to st-grade-level
004546         when '03'
004547             move '04' to st-grade-level
004548         when '04'
004549             move '05' to st-grade-level
004550         when '05'
004551             move '06' to st-grade-level
004552         when '06'
004553             move '07' to st-grade-level
004554         when '07'
004555             move '08' to st-grade-level
004556         when '08'
004557             move '09' to st-grade-level
004558         when '09'
004559             move '10' to st-grade-level
004560         when '10'
004561             move '11' to st-grade-level
004562         when '11'
004563             move '12' to st-grade-level
004564         when other
004565             move 'N' to ws-promo-grade-ok
004566     end-evaluate.
004567
004568 1545-TALLY-PROMOTED-GRADE.
004569*    st-grade-level already holds the new grade here, so the
004570*    promoted-from tally keys on the before image instead.
004571     set ws-grade-idx to 1.
004572     search ws-valid-grade-entry
004573         at end
004574             move zero to ws-grade-sub
004575         when ws-valid-grade-entry (ws-grade-idx)
004576                 = au-before-grade
004577             set ws-grade-sub to ws-grade-idx
004578     end-search.
004579     if ws-grade-sub > zero
004580         add 1 to ws-promo-grade-cnt (ws-grade-sub)
004581     end-if.
004582
004583 1560-PRINT-PROMOTION-SUMMARY.
004584     open output promotion-rpt.
004585     if ws-promorpt-status not = '00'
004586         move 'PROMOTION-RPT' to ws-io-check-name
004587         move ws-promorpt-status to ws-io-check-status
004588         perform 0990-CHECK-FILE-STATUS
004589     end-if.
004590     move spaces to promotion-line.
004591     string 'YEAR-END PROMOTION SUMMARY - ' delimited by size
004592             ws-current-yyyymmdd delimited by size
004593         into promotion-line.
004594     write promotion-line.
004595     perform varying ws-grade-sub from 1 by 1
004596             until ws-grade-sub > ws-valid-grade-count
004597         perform 1565-WRITE-PROMOTION-LINE
004598     end-perform.
004599     move ws-promo-graduated to ws-promo-edit.
004600     move spaces to promotion-line.
004601     string 'GRADUATED TO ALUMNI HISTORY ' delimited by size
004602             ws-promo-edit delimited by size
004603         into promotion-line.
004604     write promotion-line.
004605     move ws-promo-skipped to ws-promo-edit.
004606     move spaces to promotion-line.
004607     string 'WITHDRAWN - NOT PROMOTED    ' delimited by size
004608             ws-promo-edit delimited by size
004609         into promotion-line.
004610     write promotion-line.
004611     move ws-promo-unknown to ws-promo-edit.
004612     move spaces to promotion-line.
004613     string 'UNKNOWN GRADE - UNCHANGED   ' delimited by size
004614             ws-promo-edit delimited by size
004615         into promotion-line.
004616     write promotion-line.
004617     close promotion-rpt.
004618
004619 1565-WRITE-PROMOTION-LINE.
004620     if ws-valid-grade-entry (ws-grade-sub) not = '12'
004621         move ws-promo-grade-cnt (ws-grade-sub)
004622             to ws-promo-edit
004623         move spaces to promotion-line
004624         string 'PROMOTED FROM GRADE ' delimited by size
004625                 ws-valid-grade-entry (ws-grade-sub)
004626                 delimited by size
004627                 '  ' delimited by size
004628                 ws-promo-edit delimited by size
004629             into promotion-line
004630         write promotion-line
004631     end-if.
004632
004633 1600-TRANSCRIPT-RUN.
004634     perform 1420-LOAD-COURSE-CATALOG.
004635     open input grade-history.
004636     if ws-grdhist-status not = '00'
004637         move 'GRADE-HISTORY' to ws-io-check-name
004638         move ws-grdhist-status to ws-io-check-status
004639         perform 0990-CHECK-FILE-STATUS
004640     end-if.
004641     open input student-master.
004642     if ws-student-status not = '00'
004643         move 'STUDENT-MASTER' to ws-io-check-name
004644         move ws-student-status to ws-io-check-status
004645         perform 0990-CHECK-FILE-STATUS
004646     end-if.
004647     open input rank-file.
004648     if ws-rankfile-status not = '00'
004649         move 'RANK-FILE' to ws-io-check-name
004650         move ws-rankfile-status to ws-io-check-status
004651         perform 0990-CHECK-FILE-STATUS
004652     end-if.
004653     open input fee-hold.
004654     if ws-feehold-status not = '00'
004655         move 'FEE-HOLD' to ws-io-check-name
004656         move ws-feehold-status to ws-io-check-status
004657         perform 0990-CHECK-FILE-STATUS
004658     end-if.
004659     open output transcript-rpt.
004660     if ws-trnscrpt-status not = '00'
004661         move 'TRANSCRIPT-RPT' to ws-io-check-name
004662         move ws-trnscrpt-status to ws-io-check-status
004663         perform 0990-CHECK-FILE-STATUS
004664     end-if.
004665     move spaces to ws-tr-prior-student.
004666     move spaces to ws-tr-prior-term.
004667     perform until hist-eof
004668         read grade-history next record
004669             at end
004670                 set hist-eof to true
004671                 if ws-tr-prior-student not = spaces
004672                         and not fee-held
004673                     perform 1640-CLOSE-TRANSCRIPT-TERM
004674                     perform 1650-CLOSE-TRANSCRIPT-STUDENT
004675                 end-if
004676             not at end
004677                 add 1 to ws-cnt-trans-read
004678*                the all-zero key is the priming record loaded
004679*                at define time - no real student, never prints
004680                 if gh-student-id not = '000000000'
004681                     perform 1620-PROCESS-HISTORY-RECORD
004682                 end-if
004683         end-read
004684     end-perform.
004685     close grade-history student-master transcript-rpt.
004686     close rank-file fee-hold.
004687     perform 9800-WRITE-RUN-CONTROL.
004688
004689 1620-PROCESS-HISTORY-RECORD.
004690     if gh-student-id not = ws-tr-prior-student
004691         if ws-tr-prior-student not = spaces
004692                 and not fee-held
004693             perform 1640-CLOSE-TRANSCRIPT-TERM
004694             perform 1650-CLOSE-TRANSCRIPT-STUDENT
004695         end-if
004696         perform 1630-PRINT-TRANSCRIPT-HEADER
004697         move gh-student-id to ws-tr-prior-student
004698         move spaces to ws-tr-prior-term
004699         move zero to ws-tr-cum-points ws-tr-cum-credits
004700     end-if.
004701*    a student on fee hold gets the header and the withheld
004702*    notice only - no terms, no gpa, no class rank.
004703     if not fee-held
004704         if gh-term-id not = ws-tr-prior-term
004705             if ws-tr-prior-term not = spaces
004706                 perform 1640-CLOSE-TRANSCRIPT-TERM
004707             end-if
004708             perform 1635-PRINT-TERM-HEADING
004709             move gh-term-id to ws-tr-prior-term
004710             move zero to ws-tr-term-points
004711                 ws-tr-term-credits
004712         end-if
004713         perform 1637-PRINT-TRANSCRIPT-COURSE
004714     end-if.
004715
004716 1630-PRINT-TRANSCRIPT-HEADER.
004717     move gh-student-id to st-student-id.
004718     read student-master
004719         invalid key
004720             move 'STUDENT NOT ON MASTER' to st-student-name
004721             move spaces to st-grade-level
004722     end-read.
004723     move spaces to transcript-line.
004724     string 'TRANSCRIPT  ' delimited by size
004725             gh-student-id delimited by size
004726             '  ' delimited by size
004727             st-student-name delimited by size
004728         into transcript-line.
004729     write transcript-line after advancing page.
004730     add 1 to ws-cnt-written.
004731     move gh-student-id to fh-student-id.
004732     perform 3190-CHECK-FEE-HOLD.
004733     if fee-held
004734         move 'TRANSCRIPT WITHHELD - OUTSTANDING FEES'
004735             to transcript-line
004736         write transcript-line after advancing 2 lines
004737         move 'PLEASE CONTACT THE SCHOOL OFFICE'
004738             to transcript-line
004739         write transcript-line after advancing 1 line
004740     end-if.
004741
004742 1635-PRINT-TERM-HEADING.
004743     move spaces to transcript-line.
004744     string 'TERM ' delimited by size
004745             gh-term-id delimited by size
004746         into transcript-line.
004747     write transcript-line after advancing 2 lines.
004748
004749 1637-PRINT-TRANSCRIPT-COURSE.
004750     move gh-letter-grade to ws-letter-grade-in.
004751     perform 0426-LOOKUP-GRADE-POINTS.
004752     compute ws-tr-term-points = ws-tr-term-points
004753         + (ws-grade-points * gh-credit-hours).
004754     add gh-credit-hours to ws-tr-term-credits.
004755     compute ws-tr-cum-points = ws-tr-cum-points
004756         + (ws-grade-points * gh-credit-hours).
004757     add gh-credit-hours to ws-tr-cum-credits.
004758     move gh-course-code to ws-course-lookup.
004759     perform 1430-LOOKUP-COURSE-CODE.
004760     if ws-course-sub > zero
004761         move ws-course-title (ws-course-sub)
004762             to ws-course-title-out
004763     else
004764         move '(NOT ON CATALOG)' to ws-course-title-out
004765     end-if.
004766     move gh-credit-hours to ws-credit-edit.
004767     move spaces to transcript-line.
004768     string '  ' delimited by size
004769             gh-course-code delimited by size
004770             '  ' delimited by size
004771             ws-course-title-out delimited by size
004772             '  ' delimited by size
004773             ws-credit-edit delimited by size
004774             '  ' delimited by size
004775             gh-letter-grade delimited by size
004776         into transcript-line.
004777     write transcript-line after advancing 1 line.
004778
004779 1640-CLOSE-TRANSCRIPT-TERM.
004780     if ws-tr-term-credits > zero
004781         compute ws-tr-gpa rounded =
004782             ws-tr-term-points / ws-tr-term-credits
004783     else
004784         move zero to ws-tr-gpa
004785     end-if.
004786     move ws-tr-gpa to ws-gpa-edit.
004787     move spaces to transcript-line.
004788     string '  TERM GPA ' delimited by size
004789             ws-gpa-edit delimited by size
004790         into transcript-line.
004791     write transcript-line after advancing 1 line.
004792
004793 1650-CLOSE-TRANSCRIPT-STUDENT.
004794     if ws-tr-cum-credits > zero
004795         compute ws-tr-gpa rounded =
004796             ws-tr-cum-points / ws-tr-cum-credits
004797     else
004798         move zero to ws-tr-gpa
004799     end-if.
004800     move ws-tr-gpa to ws-gpa-edit.
004801     move spaces to transcript-line.
004802     string 'CUMULATIVE GPA ' delimited by size
004803             ws-gpa-edit delimited by size
004804         into transcript-line.
004805     write transcript-line after advancing 2 lines.
004806*    seniors carry the class rank the colleges ask for - the
004807*    STUDRANK run rebuilds RANKFILE, so run it first or the
004808*    footer is simply left off
004809     if st-grade-level = '12'
004810         perform 1655-PRINT-SENIOR-RANK-FOOTER
004811     end-if.
004812
004813 1655-PRINT-SENIOR-RANK-FOOTER.
004814     move ws-tr-prior-student to rk-student-id.
004815     read rank-file
004816         invalid key
004817             continue
004818         not invalid key
004819             move rk-rank to ws-rank-edit
004820             move rk-class-size to ws-rank-size-edit
004821             move rk-percentile to ws-rank-pct-edit
004822             move spaces to transcript-line
004823             string 'CLASS RANK ' delimited by size
004824                     ws-rank-edit delimited by size
004825                     ' OF ' delimited by size
004826                     ws-rank-size-edit delimited by size
004827                     '  PERCENTILE ' delimited by size
004828                     ws-rank-pct-edit delimited by size
004829                 into transcript-line
004830             write transcript-line after advancing 1 line
004831     end-read.
004832
004833 1700-TOTALS-UPDATE-RUN.
004834*    the posting-control ledger guards the rerun exposure the
004835*    STUDTOTU job comment could only warn about: a date that
004836*    has not been through the ATTEDIT step is refused, and a
004837*    date already posted stops with cond code 8 before the
004838*    KSDS is touched. a deliberate re-apply after a restore
004839*    passes FORCE, e.g. PARM='TOTUPDATE,20260820,FORCE'. the
004840*    posting date defaults to the run date to match the edit.
004841     if ws-parm-opt1 not = spaces
004842             and ws-parm-opt1 not = 'FORCE'
004843         move ws-parm-opt1 (1:8) to ws-post-date
004844     else
004845         move ws-current-yyyymmdd to ws-post-date
004846     end-if.
004847     move 'N' to ws-post-force.
004848     if ws-parm-opt1 = 'FORCE' or ws-parm-opt2 = 'FORCE'
004849         set post-force to true
004850     end-if.
004851     open i-o posting-control.
004852     if ws-postctl-status not = '00'
004853         move 'POSTING-CONTROL' to ws-io-check-name
004854         move ws-postctl-status to ws-io-check-status
004855         perform 0990-CHECK-FILE-STATUS
004856     end-if.
004857     perform 1705-CHECK-POSTING-LEDGER.
004858     if post-blocked
004859         close posting-control
004860         move 8 to return-code
004861     else
004862         perform 1708-TOTALS-UPDATE-PROCESS
004863     end-if.
004864
004865 1705-CHECK-POSTING-LEDGER.
004866     move 'N' to ws-post-blocked.
004867     move ws-post-date to pc-date.
004868     read posting-control
004869         invalid key
004870             display 'HELLOWORLD: DATE ' ws-post-date
004871                 ' HAS NOT BEEN THROUGH THE ATTENDANCE EDIT'
004872             set post-blocked to true
004873         not invalid key
004874             perform 1706-CHECK-LEDGER-FLAGS
004875     end-read.
004876
004877 1706-CHECK-LEDGER-FLAGS.
004878     if not pc-date-edited
004879         display 'HELLOWORLD: DATE ' ws-post-date
004880             ' HAS NOT BEEN THROUGH THE ATTENDANCE EDIT'
004881         set post-blocked to true
004882     else
004883         if pc-date-posted and not post-force
004884             display 'HELLOWORLD: DATE ' ws-post-date
004885                 ' ALREADY POSTED ON ' pc-post-run-date
004886                 ' - A RERUN WOULD DOUBLE-COUNT. '
004887                 'PASS FORCE TO RE-APPLY AFTER A RESTORE'
004888             set post-blocked to true
004889         end-if
004890     end-if.
004891
004892 1708-TOTALS-UPDATE-PROCESS.
004893     open i-o attendance-totals.
004894     if ws-totals-status not = '00'
004895         move 'ATTENDANCE-TOTALS' to ws-io-check-name
004896         move ws-totals-status to ws-io-check-status
004897         perform 0990-CHECK-FILE-STATUS
004898     end-if.
004899     open input attendance-trans.
004900     if ws-attendance-status not = '00'
004901         move 'ATTENDANCE-TRANS' to ws-io-check-name
004902         move ws-attendance-status to ws-io-check-status
004903         perform 0990-CHECK-FILE-STATUS
004904     end-if.
004905     perform until totupd-eof
004906         read attendance-trans
004907             at end
004908                 set totupd-eof to true
004909             not at end
004910                 add 1 to ws-cnt-trans-read
004911                 perform 1710-APPLY-ATTENDANCE-TOTAL
004912         end-read
004913     end-perform.
004914     close attendance-trans.
004915     close attendance-totals.
004916     perform 1730-MARK-DATE-POSTED.
004917     close posting-control.
004918     perform 9800-WRITE-RUN-CONTROL.
004919
004920 1730-MARK-DATE-POSTED.
004921     move 'Y' to pc-post-flag.
004922     move ws-current-yyyymmdd to pc-post-run-date.
004923     rewrite posting-control-record.
004924     if ws-postctl-status not = '00'
004925         move 'POSTING-CONTROL' to ws-io-check-name
004926         move ws-postctl-status to ws-io-check-status
004927         perform 0990-CHECK-FILE-STATUS
004928     end-if.
004929
004930 1710-APPLY-ATTENDANCE-TOTAL.
004931*    tardies and early dismissals used to be discarded here as
004932*    rejects even though the edit accepts them - they now carry
004933*    their own year-to-date counts so the truancy letters can
004934*    report them. only plain present records have nothing to
004935*    add. a record for any other date means the wrong file is
004936*    on ATTNDTRN - it is rejected, never applied.
004937     if at-attendance-date not = ws-post-date
004938         add 1 to ws-cnt-rejected
004939     else
004940         perform 1712-APPLY-DATED-TOTAL
004941     end-if.
004942
004943 1712-APPLY-DATED-TOTAL.
004944     evaluate at-attendance-status
004945         when 'A'
004946         when 'T'
004947         when 'E'
004948             move at-student-id to tt-student-id
004949             read attendance-totals
004950                 invalid key
004951                     perform 1720-ADD-TOTALS-RECORD
004952                 not invalid key
004953                     perform 1715-BUMP-TOTALS-COUNT
004954                     rewrite totals-record
004955                     if ws-totals-status not = '00'
004956                         move 'ATTENDANCE-TOTALS'
004957                             to ws-io-check-name
004958                         move ws-totals-status
004959                             to ws-io-check-status
004960                         perform 0990-CHECK-FILE-STATUS
004961                     end-if
004962                     add 1 to ws-cnt-rewritten
004963             end-read
004964         when other
004965             add 1 to ws-cnt-rejected
004966     end-evaluate.
004967
004968 1715-BUMP-TOTALS-COUNT.
004969     evaluate at-attendance-status
004970         when 'A'
004971             add 1 to tt-absence-count
004972         when 'T'
004973             add 1 to tt-tardy-count
004974         when 'E'
004975             add 1 to tt-early-count
004976     end-evaluate.
004977
004978 1720-ADD-TOTALS-RECORD.
004979     move at-student-id to tt-student-id.
004980     move zero to tt-absence-count tt-tardy-count
004981         tt-early-count.
004982     perform 1715-BUMP-TOTALS-COUNT.
004983     write totals-record
004984         invalid key
004985             move 'ATTENDANCE-TOTALS' to ws-io-check-name
004986             move ws-totals-status to ws-io-check-status
004987             perform 0990-CHECK-FILE-STATUS
004988     end-write.
004989     add 1 to ws-cnt-written.
004990
004991 1750-TOTALS-RECONCILE-RUN.
004992     open input attendance-totals.
004993     if ws-totals-status not = '00'
004994         move 'ATTENDANCE-TOTALS' to ws-io-check-name
004995         move ws-totals-status to ws-io-check-status
004996         perform 0990-CHECK-FILE-STATUS
004997     end-if.
004998     open output reconcile-rpt.
004999     if ws-reconrpt-status not = '00'
005000         move 'RECONCILE-RPT' to ws-io-check-name
005001         move ws-reconrpt-status to ws-io-check-status
005002         perform 0990-CHECK-FILE-STATUS
005003     end-if.
005004     move spaces to reconcile-line.
005005     string 'ATTENDANCE TOTALS RECONCILIATION - '
005006             delimited by size
005007             ws-current-yyyymmdd delimited by size
005008         into reconcile-line.
005009     write reconcile-line.
005010*    both sides arrive in ascending student-id order - the sorted
005011*    transactions through the output procedure and the KSDS
005012*    through sequential reads - so the compare is a two-file
005013*    match: stored records skipped over by the walk have no
005014*    transactions at all and are flagged if their count is
005015*    nonzero, and 1780 drains whatever the walk never reached.
005016     move 'N' to ws-tot-side-eof.
005017     perform 1755-READ-TOTALS-SIDE.
005018     sort sort-work-4
005019         on ascending key sw4-student-id
005020         using attendance-trans
005021         output procedure is 1760-RECOMPUTE-TOTALS.
005022     perform 1780-DRAIN-TOTALS-SIDE.
005023     close reconcile-rpt.
005024     close attendance-totals.
005025     perform 9800-WRITE-RUN-CONTROL.
005026
005027 1755-READ-TOTALS-SIDE.
005028     read attendance-totals next record
005029         at end
005030             set tot-side-eof to true
005031     end-read.
005032
005033 1760-RECOMPUTE-TOTALS.
005034     move spaces to ws-totals-student-id.
005035     move zero to ws-totals-count.
005036     perform until sort4-eof
005037         return sort-work-4
005038             at end
005039                 set sort4-eof to true
005040                 if ws-totals-student-id not = spaces
005041                     perform 1770-CHECK-STORED-TOTAL
005042                 end-if
005043             not at end
005044                 add 1 to ws-cnt-trans-read
005045                 perform 1765-TALLY-RECOMPUTED-TOTAL
005046         end-return
005047     end-perform.
005048
005049 1765-TALLY-RECOMPUTED-TOTAL.
005050     if sw4-student-id not = ws-totals-student-id
005051         if ws-totals-student-id not = spaces
005052             perform 1770-CHECK-STORED-TOTAL
005053         end-if
005054         move sw4-student-id to ws-totals-student-id
005055         move zero to ws-totals-count
005056     end-if.
005057     if sw4-attendance-status = 'A'
005058         add 1 to ws-totals-count
005059     end-if.
005060
005061 1770-CHECK-STORED-TOTAL.
005062     add 1 to ws-cnt-written.
005063     perform until tot-side-eof
005064             or tt-student-id >= ws-totals-student-id
005065         perform 1772-FLAG-STALE-TOTALS-RECORD
005066         perform 1755-READ-TOTALS-SIDE
005067     end-perform.
005068     if not tot-side-eof
005069             and tt-student-id = ws-totals-student-id
005070         if tt-absence-count not = ws-totals-count
005071             move ws-totals-student-id to ws-recon-student-id
005072             move tt-absence-count to ws-recon-stored
005073             move ws-totals-count to ws-recon-computed
005074             perform 1775-WRITE-MISMATCH-LINE
005075         end-if
005076         perform 1755-READ-TOTALS-SIDE
005077     else
005078         if ws-totals-count > zero
005079             move ws-totals-student-id to ws-recon-student-id
005080             move zero to ws-recon-stored
005081             move ws-totals-count to ws-recon-computed
005082             perform 1775-WRITE-MISMATCH-LINE
005083         end-if
005084     end-if.
005085
005086 1772-FLAG-STALE-TOTALS-RECORD.
005087     if tt-absence-count > zero
005088         move tt-student-id to ws-recon-student-id
005089         move tt-absence-count to ws-recon-stored
005090         move zero to ws-recon-computed
005091         perform 1775-WRITE-MISMATCH-LINE
005092     end-if.
005093
005094 1775-WRITE-MISMATCH-LINE.
005095     add 1 to ws-cnt-rejected.
005096     move ws-recon-stored to ws-recon-edit.
005097     move ws-recon-computed to ws-count-edit.
005098     move spaces to reconcile-line.
005099     string ws-recon-student-id delimited by size
005100             '  STORED ' delimited by size
005101             ws-recon-edit delimited by size
005102             '  COMPUTED ' delimited by size
005103             ws-count-edit delimited by size
005104             '  OUT OF BALANCE' delimited by size
005105         into reconcile-line.
005106     write reconcile-line.
005107
005108 1780-DRAIN-TOTALS-SIDE.
005109     perform until tot-side-eof
005110         perform 1772-FLAG-STALE-TOTALS-RECORD
005111         perform 1755-READ-TOTALS-SIDE
005112     end-perform.
005113
005114 1800-TRUANCY-LETTER-RUN.
005115*    state truancy law requires written notice to the guardian
005116*    at 5, 10 and 15 unexcused absences. the walk reads the
005117*    year-to-date totals KSDS, and the TRUANLOG KSDS (keyed
005118*    student id + threshold) records every letter produced so a
005119*    rerun never sends the same statutory notice twice. students
005120*    over a threshold with no guardian contact record go to the
005121*    reject file for the office to chase by hand.
005122     open input attendance-totals.
005123     if ws-totals-status not = '00'
005124         move 'ATTENDANCE-TOTALS' to ws-io-check-name
005125         move ws-totals-status to ws-io-check-status
005126         perform 0990-CHECK-FILE-STATUS
005127     end-if.
005128     open input student-master.
005129     if ws-student-status not = '00'
005130         move 'STUDENT-MASTER' to ws-io-check-name
005131         move ws-student-status to ws-io-check-status
005132         perform 0990-CHECK-FILE-STATUS
005133     end-if.
005134     open input guardian-contact.
005135     if ws-guardian-status not = '00'
005136         move 'GUARDIAN-CONTACT' to ws-io-check-name
005137         move ws-guardian-status to ws-io-check-status
005138         perform 0990-CHECK-FILE-STATUS
005139     end-if.
005140     open i-o truancy-log.
005141     if ws-trulog-status not = '00'
005142         move 'TRUANCY-LOG' to ws-io-check-name
005143         move ws-trulog-status to ws-io-check-status
005144         perform 0990-CHECK-FILE-STATUS
005145     end-if.
005146     open output truancy-letters.
005147     if ws-trultr-status not = '00'
005148         move 'TRUANCY-LETTERS' to ws-io-check-name
005149         move ws-trultr-status to ws-io-check-status
005150         perform 0990-CHECK-FILE-STATUS
005151     end-if.
005152     open output reject-file.
005153     if ws-reject-status not = '00'
005154         move 'REJECT-FILE' to ws-io-check-name
005155         move ws-reject-status to ws-io-check-status
005156         perform 0990-CHECK-FILE-STATUS
005157     end-if.
005158     move 'N' to ws-tru-eof.
005159     perform until tru-eof
005160         read attendance-totals next record
005161             at end
005162                 set tru-eof to true
005163             not at end
005164                 add 1 to ws-cnt-trans-read
005165*                the all-zero key is the priming record loaded
005166*                at define time - no real student, never notified
005167                 if tt-student-id not = '000000000'
005168                     perform 1805-CHECK-TRUANCY-THRESHOLDS
005169                 end-if
005170         end-read
005171     end-perform.
005172     close attendance-totals student-master guardian-contact.
005173     close truancy-log truancy-letters reject-file.
005174     perform 9800-WRITE-RUN-CONTROL.
005175
005176 1805-CHECK-TRUANCY-THRESHOLDS.
005177     perform varying ws-tru-sub from 1 by 1
005178             until ws-tru-sub > 3
005179         if tt-absence-count >=
005180                 ws-tru-threshold-entry (ws-tru-sub)
005181             perform 1808-CHECK-LETTER-LOG
005182         end-if
005183     end-perform.
005184
005185 1808-CHECK-LETTER-LOG.
005186     move tt-student-id to lt-student-id.
005187     move ws-tru-threshold-entry (ws-tru-sub) to lt-level.
005188     read truancy-log
005189         invalid key
005190             perform 1810-GENERATE-TRUANCY-LETTER
005191     end-read.
005192
005193 1810-GENERATE-TRUANCY-LETTER.
005194     move tt-student-id to gd-student-id.
005195     read guardian-contact
005196         invalid key
005197             set reason-no-guardian to true
005198             perform 1818-WRITE-TRUANCY-REJECT
005199         not invalid key
005200             move tt-student-id to st-student-id
005201             read student-master
005202                 invalid key
005203                     move 'STUDENT NOT ON MASTER'
005204                         to st-student-name
005205             end-read
005206             perform 1815-PRINT-TRUANCY-LETTER
005207             perform 1817-LOG-TRUANCY-LETTER
005208     end-read.
005209
005210 1815-PRINT-TRUANCY-LETTER.
005211     move spaces to truancy-letter-line.
005212     string 'OFFICE OF THE ATTENDANCE CLERK      '
005213             delimited by size
005214             ws-current-yyyymmdd delimited by size
005215         into truancy-letter-line.
005216     write truancy-letter-line after advancing page.
005217     move spaces to truancy-letter-line.
005218     write truancy-letter-line after advancing 1 line.
005219     move gd-guardian-name to truancy-letter-line.
005220     write truancy-letter-line after advancing 1 line.
005221     move gd-addr-line-1 to truancy-letter-line.
005222     write truancy-letter-line after advancing 1 line.
005223     move gd-addr-line-2 to truancy-letter-line.
005224     write truancy-letter-line after advancing 1 line.
005225     move spaces to truancy-letter-line.
005226     write truancy-letter-line after advancing 1 line.
005227     move spaces to truancy-letter-line.
005228     string 'RE: ' delimited by size
005229             st-student-name delimited by size
005230             ' ID ' delimited by size
005231             tt-student-id delimited by size
005232         into truancy-letter-line.
005233     write truancy-letter-line after advancing 1 line.
005234     move spaces to truancy-letter-line.
005235     write truancy-letter-line after advancing 1 line.
005236     move ws-tru-threshold-entry (ws-tru-sub)
005237         to ws-tru-count-edit.
005238     move spaces to truancy-letter-line.
005239     string 'THIS IS YOUR OFFICIAL NOTICE UNDER STATE '
005240             delimited by size
005241             'TRUANCY LAW THAT' delimited by size
005242         into truancy-letter-line.
005243     write truancy-letter-line after advancing 1 line.
005244     move spaces to truancy-letter-line.
005245     string 'THE STUDENT NAMED ABOVE HAS REACHED '
005246             delimited by size
005247             ws-tru-count-edit delimited by size
005248             ' UNEXCUSED ABSENCES.' delimited by size
005249         into truancy-letter-line.
005250     write truancy-letter-line after advancing 1 line.
005251     move spaces to truancy-letter-line.
005252     write truancy-letter-line after advancing 1 line.
005253     move tt-absence-count to ws-tru-count-edit.
005254     move spaces to truancy-letter-line.
005255     string 'ABSENCES TO DATE         ' delimited by size
005256             ws-tru-count-edit delimited by size
005257         into truancy-letter-line.
005258     write truancy-letter-line after advancing 1 line.
005259     move tt-tardy-count to ws-tru-count-edit.
005260     move spaces to truancy-letter-line.
005261     string 'TARDIES TO DATE          ' delimited by size
005262             ws-tru-count-edit delimited by size
005263         into truancy-letter-line.
005264     write truancy-letter-line after advancing 1 line.
005265     move tt-early-count to ws-tru-count-edit.
005266     move spaces to truancy-letter-line.
005267     string 'EARLY DISMISSALS TO DATE ' delimited by size
005268             ws-tru-count-edit delimited by size
005269         into truancy-letter-line.
005270     write truancy-letter-line after advancing 1 line.
005271     move spaces to truancy-letter-line.
005272     write truancy-letter-line after advancing 1 line.
005273     move spaces to truancy-letter-line.
005274     string 'PLEASE CONTACT THE SCHOOL OFFICE AT ONCE TO '
005275             delimited by size
005276             'DISCUSS THIS RECORD.' delimited by size
005277         into truancy-letter-line.
005278     write truancy-letter-line after advancing 1 line.
005279     if gd-language-code not = 'EN'
005280         move spaces to truancy-letter-line
005281         string 'TRANSLATION REQUIRED - LANGUAGE CODE '
005282                 delimited by size
005283                 gd-language-code delimited by size
005284             into truancy-letter-line
005285         write truancy-letter-line after advancing 2 lines
005286     end-if.
005287     add 1 to ws-cnt-written.
005288
005289 1817-LOG-TRUANCY-LETTER.
005290     move tt-student-id to lt-student-id.
005291     move ws-tru-threshold-entry (ws-tru-sub) to lt-level.
005292     move ws-current-yyyymmdd to lt-letter-date.
005293     move tt-absence-count to lt-absence-count.
005294     write truancy-log-record
005295         invalid key
005296             move 'TRUANCY-LOG' to ws-io-check-name
005297             move ws-trulog-status to ws-io-check-status
005298             perform 0990-CHECK-FILE-STATUS
005299     end-write.
005300     add 1 to ws-cnt-rewritten.
005301
005302 1818-WRITE-TRUANCY-REJECT.
005303     move tt-student-id to rj-student-id.
005304     move spaces to rj-student-name.
005305     move ws-reject-reason to rj-reason-code.
005306     move 'NO GUARDIAN CONTACT ON FILE' to rj-reason-text.
005307     write reject-record.
005308     add 1 to ws-cnt-rejected.
005309
005310 1850-CLASS-RANK-RUN.
005311*    colleges and scholarship programs ask for class rank -
005312*    '14 OF 212' - which guidance used to compute in a
005313*    spreadsheet from a screen-print of the master. the run
005314*    orders active students by gpa within grade level, assigns
005315*    rank and percentile with ties sharing the higher rank, and
005316*    rebuilds the RANKFILE KSDS the transcript run pulls onto
005317*    the senior transcript footer.
005318     perform 1400-LOAD-REFERENCE-DATA.
005319     open input student-master.
005320     if ws-student-status not = '00'
005321         move 'STUDENT-MASTER' to ws-io-check-name
005322         move ws-student-status to ws-io-check-status
005323         perform 0990-CHECK-FILE-STATUS
005324     end-if.
005325     open output rank-file.
005326     if ws-rankfile-status not = '00'
005327         move 'RANK-FILE' to ws-io-check-name
005328         move ws-rankfile-status to ws-io-check-status
005329         perform 0990-CHECK-FILE-STATUS
005330     end-if.
005331     move zeros to ws-rank-class-sizes.
005332     sort sort-work-8
005333         on ascending key sw8-grade-level
005334         on descending key sw8-gpa
005335         on ascending key sw8-student-id
005336         input procedure is 1855-RELEASE-RANK-RECS
005337         output procedure is 1860-ASSIGN-RANKS.
005338     close student-master rank-file.
005339     perform 9800-WRITE-RUN-CONTROL.
005340
005341 1855-RELEASE-RANK-RECS.
005342     move 'N' to ws-master-eof.
005343     perform until master-eof
005344         read student-master next record
005345             at end
005346                 set master-eof to true
005347             not at end
005348                 add 1 to ws-cnt-master-read
005349                 perform 1857-RELEASE-ONE-RANK-REC
005350         end-read
005351     end-perform.
005352
005353 1857-RELEASE-ONE-RANK-REC.
005354     if st-withdrawn
005355         add 1 to ws-cnt-rejected
005356     else
005357         perform 1858-TALLY-CLASS-SIZE
005358         move st-grade-level to sw8-grade-level
005359         move st-gpa to sw8-gpa
005360         move st-student-id to sw8-student-id
005361         move st-student-name to sw8-student-name
005362         move st-homeroom-code to sw8-homeroom-code
005363         release sw8-record
005364     end-if.
005365
005366 1858-TALLY-CLASS-SIZE.
005367     set ws-grade-idx to 1.
005368     search ws-valid-grade-entry
005369         at end
005370             move zero to ws-grade-sub
005371         when ws-valid-grade-entry (ws-grade-idx)
005372                 = st-grade-level
005373             set ws-grade-sub to ws-grade-idx
005374     end-search.
005375     if ws-grade-sub > zero
005376         add 1 to ws-rank-class-size (ws-grade-sub)
005377     end-if.
005378
005379 1860-ASSIGN-RANKS.
005380     open output rank-rpt.
005381     if ws-rankrpt-status not = '00'
005382         move 'RANK-RPT' to ws-io-check-name
005383         move ws-rankrpt-status to ws-io-check-status
005384         perform 0990-CHECK-FILE-STATUS
005385     end-if.
005386     move spaces to rank-line.
005387     string 'CLASS RANK AND PERCENTILE - ' delimited by size
005388             ws-current-yyyymmdd delimited by size
005389         into rank-line.
005390     write rank-line.
005391     move spaces to ws-rank-prior-grade.
005392     perform until sort8-eof
005393         return sort-work-8
005394             at end
005395                 set sort8-eof to true
005396             not at end
005397                 perform 1865-RANK-ONE-STUDENT
005398         end-return
005399     end-perform.
005400     close rank-rpt.
005401
005402 1865-RANK-ONE-STUDENT.
005403     if sw8-grade-level not = ws-rank-prior-grade
005404         perform 1867-START-GRADE-GROUP
005405     end-if.
005406     add 1 to ws-rank-position.
005407*    equal gpas share the rank already assigned - the next
005408*    lower gpa drops to its ordinal position (1,2,2,4 style)
005409     if ws-rank-position = 1
005410             or sw8-gpa not = ws-rank-prior-gpa
005411         move ws-rank-position to ws-rank-rank
005412     end-if.
005413     move sw8-gpa to ws-rank-prior-gpa.
005414     if ws-rank-size > zero
005415         compute ws-rank-pct rounded =
005416             ((ws-rank-size - ws-rank-rank + 1) * 100)
005417                 / ws-rank-size
005418     else
005419         move zero to ws-rank-pct
005420     end-if.
005421     perform 1868-WRITE-RANK-LINE.
005422     perform 1869-WRITE-RANK-RECORD.
005423
005424 1867-START-GRADE-GROUP.
005425     move sw8-grade-level to ws-rank-prior-grade.
005426     move zero to ws-rank-position ws-rank-rank.
005427     move zero to ws-rank-prior-gpa.
005428     set ws-grade-idx to 1.
005429     search ws-valid-grade-entry
005430         at end
005431             move zero to ws-grade-sub
005432         when ws-valid-grade-entry (ws-grade-idx)
005433                 = sw8-grade-level
005434             set ws-grade-sub to ws-grade-idx
005435     end-search.
005436     if ws-grade-sub > zero
005437         move ws-rank-class-size (ws-grade-sub)
005438             to ws-rank-size
005439     else
005440         move zero to ws-rank-size
005441     end-if.
005442     move spaces to rank-line.
005443     write rank-line.
005444     move ws-rank-size to ws-rank-size-edit.
005445     move spaces to rank-line.
005446     string 'GRADE ' delimited by size
005447             sw8-grade-level delimited by size
005448             '  CLASS SIZE ' delimited by size
005449             ws-rank-size-edit delimited by size
005450         into rank-line.
005451     write rank-line.
005452
005453 1868-WRITE-RANK-LINE.
005454     move ws-rank-rank to ws-rank-edit.
005455     move ws-rank-size to ws-rank-size-edit.
005456     move ws-rank-pct to ws-rank-pct-edit.
005457     move sw8-gpa to ws-gpa-edit.
005458     move spaces to rank-line.
005459     string ws-rank-edit delimited by size
005460             ' OF ' delimited by size
005461             ws-rank-size-edit delimited by size
005462             '  ' delimited by size
005463             sw8-student-id delimited by size
005464             '  ' delimited by size
005465             sw8-student-name delimited by size
005466             ' GPA ' delimited by size
005467             ws-gpa-edit delimited by size
005468             ' PCT ' delimited by size
005469             ws-rank-pct-edit delimited by size
005470         into rank-line.
005471     write rank-line.
005472
005473 1869-WRITE-RANK-RECORD.
005474     move sw8-student-id to rk-student-id.
005475     move sw8-grade-level to rk-grade-level.
005476     move ws-rank-rank to rk-rank.
005477     move ws-rank-size to rk-class-size.
005478     move ws-rank-pct to rk-percentile.
005479     write rank-record
005480         invalid key
005481             move 'RANK-FILE' to ws-io-check-name
005482             move ws-rankfile-status to ws-io-check-status
005483             perform 0990-CHECK-FILE-STATUS
005484     end-write.
005485     add 1 to ws-cnt-written.
005486
005487 1900-ADA-CLAIM-RUN.
005488*    the state funding claim wants average daily attendance and
005489*    membership per grade level per reporting month, computed
005490*    from the cumulative clean attendance file against the
005491*    master and the school calendar. the business office used
005492*    to rebuild this in a spreadsheet every month and it never
005493*    tied back to the system.
005494     if ws-parm-opt1 = spaces
005495         display 'HELLOWORLD: ADACLAIM NEEDS A REPORT MONTH'
005496         move 8 to return-code
005497     else
005498         move ws-parm-opt1 (1:6) to ws-ada-month
005499         perform 1400-LOAD-REFERENCE-DATA
005500         perform 1905-LOAD-MONTH-SESSION-DAYS
005501         if ws-ada-session-count = zero
005502             display 'HELLOWORLD: NO SESSION DAYS ON CALENDAR '
005503                 'FOR MONTH ' ws-ada-month
005504             move 8 to return-code
005505         else
005506             perform 1910-ADA-CLAIM-PROCESS
005507         end-if
005508     end-if.
005509
005510 1905-LOAD-MONTH-SESSION-DAYS.
005511     open input school-calendar.
005512     if ws-calendar-status not = '00'
005513         move 'SCHOOL-CALENDAR' to ws-io-check-name
005514         move ws-calendar-status to ws-io-check-status
005515         perform 0990-CHECK-FILE-STATUS
005516     end-if.
005517     move zero to ws-ada-session-count.
005518     move 'N' to ws-cal-eof.
005519     set ca-school-day to true.
005520     move spaces to ca-code.
005521     move ws-ada-month to ca-code (1:6).
005522     move '01' to ca-code (7:2).
005523     start school-calendar key not less than ca-record-key
005524         invalid key
005525             set cal-eof to true
005526     end-start.
005527     perform until cal-eof
005528         read school-calendar next record
005529             at end
005530                 set cal-eof to true
005531             not at end
005532                 if ca-school-day
005533                         and ca-code (1:6) = ws-ada-month
005534                     perform 1908-STORE-SESSION-DAY
005535                 else
005536                     set cal-eof to true
005537                 end-if
005538         end-read
005539     end-perform.
005540     close school-calendar.
005541
005542 1908-STORE-SESSION-DAY.
005543     if ws-ada-session-count < 31
005544         add 1 to ws-ada-session-count
005545         move ca-code to
005546             ws-ada-session-day (ws-ada-session-count)
005547     end-if.
005548
005549 1910-ADA-CLAIM-PROCESS.
005550     open input student-master.
005551     if ws-student-status not = '00'
005552         move 'STUDENT-MASTER' to ws-io-check-name
005553         move ws-student-status to ws-io-check-status
005554         perform 0990-CHECK-FILE-STATUS
005555     end-if.
005556     move zeros to ws-ada-grade-totals.
005557     sort sort-work-9
005558         on ascending key sw9-student-id sw9-attendance-date
005559         using attendance-clean
005560         output procedure is 1915-TALLY-ADA-RECORDS.
005561     close student-master.
005562     perform 1940-PRINT-ADA-REPORT.
005563     perform 9800-WRITE-RUN-CONTROL.
005564
005565 1915-TALLY-ADA-RECORDS.
005566     move spaces to ws-ada-student-id.
005567     move 'N' to ws-sort9-eof.
005568     perform until sort9-eof
005569         return sort-work-9
005570             at end
005571                 set sort9-eof to true
005572                 if ws-ada-student-id not = spaces
005573                     perform 1930-CLOSE-ADA-STUDENT
005574                 end-if
005575             not at end
005576                 perform 1920-TALLY-ONE-ADA-RECORD
005577         end-return
005578     end-perform.
005579
005580 1920-TALLY-ONE-ADA-RECORD.
005581     add 1 to ws-cnt-trans-read.
005582     if sw9-student-id not = ws-ada-student-id
005583         if ws-ada-student-id not = spaces
005584             perform 1930-CLOSE-ADA-STUDENT
005585         end-if
005586         perform 1925-START-ADA-STUDENT
005587     end-if.
005588     if not ada-student-ok
005589         add 1 to ws-cnt-rejected
005590     else
005591         if sw9-attendance-date (1:6) not = ws-ada-month
005592             add 1 to ws-cnt-rejected
005593         else
005594             if sw9-attendance-date > ws-ada-last-date
005595                 move sw9-attendance-date to ws-ada-last-date
005596             end-if
005597             if sw9-attendance-status = 'A'
005598                 add 1 to ws-ada-absent
005599                 add 1 to ws-cnt-rewritten
005600             else
005601                 add 1 to ws-ada-present
005602                 add 1 to ws-cnt-written
005603             end-if
005604         end-if
005605     end-if.
005606
005607 1925-START-ADA-STUDENT.
005608     move sw9-student-id to ws-ada-student-id.
005609     move zero to ws-ada-present ws-ada-absent.
005610     move spaces to ws-ada-last-date.
005611     move 'N' to ws-ada-student-ok.
005612     move sw9-student-id to st-student-id.
005613     add 1 to ws-cnt-master-read.
005614     read student-master
005615         invalid key
005616             continue
005617         not invalid key
005618             set ada-student-ok to true
005619     end-read.
005620
005621 1930-CLOSE-ADA-STUDENT.
005622     if ada-student-ok
005623         perform 1935-COUNT-MEMBER-DAYS
005624         perform 1938-ADD-TO-GRADE-TOTALS
005625     end-if.
005626
005627 1935-COUNT-MEMBER-DAYS.
005628*    membership runs from enrollment through withdrawal - the
005629*    master carries no withdrawal date, so a withdrawn student
005630*    is counted through the last attendance record seen for the
005631*    month, the same convention the business office used by
005632*    hand. active students count through the month's last
005633*    session day.
005634     move zero to ws-ada-member.
005635     if st-withdrawn
005636         if ws-ada-last-date = spaces
005637             move spaces to ws-ada-end-bound
005638         else
005639             move ws-ada-last-date to ws-ada-end-bound
005640         end-if
005641     else
005642         move ws-ada-session-day (ws-ada-session-count)
005643             to ws-ada-end-bound
005644     end-if.
005645     if ws-ada-end-bound not = spaces
005646         perform varying ws-ada-sub from 1 by 1
005647                 until ws-ada-sub > ws-ada-session-count
005648             if ws-ada-session-day (ws-ada-sub)
005649                     >= st-enrollment-date
005650                     and ws-ada-session-day (ws-ada-sub)
005651                     <= ws-ada-end-bound
005652                 add 1 to ws-ada-member
005653             end-if
005654         end-perform
005655     end-if.
005656
005657 1938-ADD-TO-GRADE-TOTALS.
005658     set ws-grade-idx to 1.
005659     search ws-valid-grade-entry
005660         at end
005661             move zero to ws-grade-sub
005662         when ws-valid-grade-entry (ws-grade-idx)
005663                 = st-grade-level
005664             set ws-grade-sub to ws-grade-idx
005665     end-search.
005666     if ws-grade-sub > zero
005667         add ws-ada-member to
005668             ws-ada-member-days (ws-grade-sub)
005669         add ws-ada-present to
005670             ws-ada-present-days (ws-grade-sub)
005671     end-if.
005672
005673 1940-PRINT-ADA-REPORT.
005674     open output ada-rpt.
005675     if ws-adarpt-status not = '00'
005676         move 'ADA-RPT' to ws-io-check-name
005677         move ws-adarpt-status to ws-io-check-status
005678         perform 0990-CHECK-FILE-STATUS
005679     end-if.
005680     move spaces to ada-line.
005681     string 'ADA/ADM STATE FUNDING CLAIM - MONTH '
005682             delimited by size
005683             ws-ada-month delimited by size
005684         into ada-line.
005685     write ada-line.
005686     move ws-ada-session-count to ws-ada-day-edit.
005687     move spaces to ada-line.
005688     string 'DAYS IN SESSION ' delimited by size
005689             ws-ada-day-edit delimited by size
005690         into ada-line.
005691     write ada-line.
005692     move spaces to ada-line.
005693     write ada-line.
005694     move zero to ws-ada-dist-member ws-ada-dist-present.
005695     perform varying ws-grade-sub from 1 by 1
005696             until ws-grade-sub > ws-valid-grade-count
005697         perform 1945-WRITE-ADA-GRADE-LINE
005698     end-perform.
005699     move spaces to ada-line.
005700     write ada-line.
005701     move 'DISTRICT' to ada-line.
005702     move ws-ada-dist-member to ws-ada-day-edit.
005703     move ws-ada-day-edit to ada-line (12:7).
005704     move ws-ada-dist-present to ws-ada-day-edit.
005705     move ws-ada-day-edit to ada-line (24:7).
005706     compute ws-ada-rate rounded =
005707         ws-ada-dist-member / ws-ada-session-count.
005708     move ws-ada-rate to ws-ada-rate-edit.
005709     move ws-ada-rate-edit to ada-line (36:8).
005710     compute ws-ada-rate rounded =
005711         ws-ada-dist-present / ws-ada-session-count.
005712     move ws-ada-rate to ws-ada-rate-edit.
005713     move ws-ada-rate-edit to ada-line (49:8).
005714     write ada-line.
005715     close ada-rpt.
005716
005717 1945-WRITE-ADA-GRADE-LINE.
005718     add ws-ada-member-days (ws-grade-sub)
005719         to ws-ada-dist-member.
005720     add ws-ada-present-days (ws-grade-sub)
005721         to ws-ada-dist-present.
005722     move spaces to ada-line.
005723     string 'GRADE ' delimited by size
005724             ws-valid-grade-entry (ws-grade-sub)
005725             delimited by size
005726         into ada-line.
005727     move ws-ada-member-days (ws-grade-sub)
005728         to ws-ada-day-edit.
005729     move ws-ada-day-edit to ada-line (12:7).
005730     move 'MEM' to ada-line (20:3).
005731     move ws-ada-present-days (ws-grade-sub)
005732         to ws-ada-day-edit.
005733     move ws-ada-day-edit to ada-line (24:7).
005734     move 'PRS' to ada-line (32:3).
005735     compute ws-ada-rate rounded =
005736         ws-ada-member-days (ws-grade-sub)
005737             / ws-ada-session-count.
005738     move ws-ada-rate to ws-ada-rate-edit.
005739     move ws-ada-rate-edit to ada-line (36:8).
005740     move 'ADM' to ada-line (45:3).
005741     compute ws-ada-rate rounded =
005742         ws-ada-present-days (ws-grade-sub)
005743             / ws-ada-session-count.
005744     move ws-ada-rate to ws-ada-rate-edit.
005745     move ws-ada-rate-edit to ada-line (49:8).
005746     move 'ADA' to ada-line (58:3).
005747     write ada-line.
005748
005749 2000-SCHEDULE-MAINT-RUN.
005750*    add/drop maintenance for the schedule file, modeled on the
005751*    student maintenance run: transactions are validated at
005752*    entry against the master and the course catalog, period
005753*    conflicts are caught at booking time instead of after the
005754*    fact on CONFLRPT, and per-course seat counts are policed
005755*    against the catalog capacity the way the homeroom check
005756*    polices homerooms. withdrawn students' schedule records
005757*    are purged as the old file is copied forward. the old
005758*    schedule is sorted to SCHDWORK, matched against the sorted
005759*    transactions, and the survivors plus accepted adds come
005760*    out on SCHDNEW for the operations copy-back.
005761     perform 1420-LOAD-COURSE-CATALOG.
005762     open input student-master.
005763     if ws-student-status not = '00'
005764         move 'STUDENT-MASTER' to ws-io-check-name
005765         move ws-student-status to ws-io-check-status
005766         perform 0990-CHECK-FILE-STATUS
005767     end-if.
005768     open input staff-master.
005769     if ws-staff-status not = '00'
005770         move 'STAFF-MASTER' to ws-io-check-name
005771         move ws-staff-status to ws-io-check-status
005772         perform 0990-CHECK-FILE-STATUS
005773     end-if.
005774     sort sort-work-5
005775         on ascending key sw5-student-id sw5-period
005776         using schedule-file
005777         giving schedule-work.
005778     perform 2010-COUNT-SECTION-SEATS.
005779     open input schedule-work.
005780     if ws-schdwork-status not = '00'
005781         move 'SCHEDULE-WORK' to ws-io-check-name
005782         move ws-schdwork-status to ws-io-check-status
005783         perform 0990-CHECK-FILE-STATUS
005784     end-if.
005785     open output schedule-new.
005786     if ws-schdnew-status not = '00'
005787         move 'SCHEDULE-NEW' to ws-io-check-name
005788         move ws-schdnew-status to ws-io-check-status
005789         perform 0990-CHECK-FILE-STATUS
005790     end-if.
005791     open output reject-file.
005792     if ws-reject-status not = '00'
005793         move 'REJECT-FILE' to ws-io-check-name
005794         move ws-reject-status to ws-io-check-status
005795         perform 0990-CHECK-FILE-STATUS
005796     end-if.
005797     sort sort-work-10
005798         on ascending key sw10-student-id sw10-period
005799         on descending key sw10-trans-code
005800         using sched-trans
005801         output procedure is 2020-APPLY-SCHED-TRANS.
005802     close schedule-work schedule-new reject-file.
005803     close student-master staff-master.
005804     move ws-sm-purged to ws-sm-purge-edit.
005805     display 'HELLOWORLD: WITHDRAWN SCHEDULES PURGED '
005806         ws-sm-purge-edit.
005807     perform 9800-WRITE-RUN-CONTROL.
005808
005809 2010-COUNT-SECTION-SEATS.
005810*    current seats per course, counted before any transaction
005811*    applies so capacity rejection sees the real enrollment.
005812*    withdrawn students do not hold seats.
005813     open input schedule-work.
005814     if ws-schdwork-status not = '00'
005815         move 'SCHEDULE-WORK' to ws-io-check-name
005816         move ws-schdwork-status to ws-io-check-status
005817         perform 0990-CHECK-FILE-STATUS
005818     end-if.
005819     move spaces to ws-sm-old-master-id.
005820     move 'N' to ws-smold-eof.
005821     perform until smold-eof
005822         read schedule-work
005823             at end
005824                 set smold-eof to true
005825             not at end
005826                 perform 2015-COUNT-ONE-SEAT
005827         end-read
005828     end-perform.
005829     close schedule-work.
005830
005831 2015-COUNT-ONE-SEAT.
005832     perform 2044-READ-OLD-SIDE-MASTER.
005833     if sm-old-active
005834         move sk-course-code to ws-course-lookup
005835         perform 1430-LOOKUP-COURSE-CODE
005836         if ws-course-sub > zero
005837             add 1 to ws-course-seats (ws-course-sub)
005838         end-if
005839     end-if.
005840
005841 2020-APPLY-SCHED-TRANS.
005842     move spaces to ws-sm-old-master-id.
005843     move spaces to ws-sm-trans-master-id.
005844     move low-values to ws-sm-last-add.
005845     move 'N' to ws-smold-eof.
005846     perform 2042-READ-OLD-SIDE.
005847     move 'N' to ws-sort10-eof.
005848     perform until sort10-eof
005849         return sort-work-10
005850             at end
005851                 set sort10-eof to true
005852             not at end
005853                 perform 2025-APPLY-ONE-SCHED-TRANS
005854         end-return
005855     end-perform.
005856     perform until smold-eof
005857         perform 2040-COPY-OR-PURGE-OLD
005858         perform 2042-READ-OLD-SIDE
005859     end-perform.
005860
005861 2025-APPLY-ONE-SCHED-TRANS.
005862     add 1 to ws-cnt-trans-read.
005863     set ws-reject-switch to 'N'.
005864     move spaces to ws-reject-reason.
005865     move sw10-student-id to ws-sm-trans-student.
005866     move sw10-period to ws-sm-trans-period.
005867     perform 2030-POSITION-OLD-SIDE.
005868     perform 2032-READ-TRANS-MASTER.
005869     evaluate true
005870         when sw10-sched-drop
005871             perform 2035-APPLY-SCHED-DROP
005872         when sw10-sched-add
005873             perform 2045-APPLY-SCHED-ADD
005874         when other
005875             set reason-bad-trans-code to true
005876             perform 2060-WRITE-SCHED-REJECT
005877     end-evaluate.
005878
005879 2030-POSITION-OLD-SIDE.
005880     perform until smold-eof
005881             or ws-sm-old-key >= ws-sm-trans-key
005882         perform 2040-COPY-OR-PURGE-OLD
005883         perform 2042-READ-OLD-SIDE
005884     end-perform.
005885
005886 2032-READ-TRANS-MASTER.
005887     if sw10-student-id not = ws-sm-trans-master-id
005888         move sw10-student-id to ws-sm-trans-master-id
005889         move 'N' to ws-sm-trans-on-file
005890         move 'N' to ws-sm-trans-active
005891         move sw10-student-id to st-student-id
005892         add 1 to ws-cnt-master-read
005893         read student-master
005894             invalid key
005895                 continue
005896             not invalid key
005897                 set sm-trans-on-file to true
005898                 if not st-withdrawn
005899                     set sm-trans-active to true
005900                 end-if
005901         end-read
005902     end-if.
005903
005904 2035-APPLY-SCHED-DROP.
005905     if not sm-trans-on-file
005906         set record-rejected to true
005907         set reason-unknown-student to true
005908     end-if.
005909     if not record-rejected
005910         if smold-eof
005911                 or ws-sm-old-key not = ws-sm-trans-key
005912                 or sk-course-code not = sw10-course-code
005913             set record-rejected to true
005914             set reason-sched-not-found to true
005915         end-if
005916     end-if.
005917     if record-rejected
005918         perform 2060-WRITE-SCHED-REJECT
005919     else
005920*        the matched record is simply not copied forward
005921         if sm-trans-active
005922             perform 2055-RELEASE-SECTION-SEAT
005923         end-if
005924         add 1 to ws-cnt-rewritten
005925         perform 2042-READ-OLD-SIDE
005926     end-if.
005927
005928 2040-COPY-OR-PURGE-OLD.
005929     perform 2044-READ-OLD-SIDE-MASTER.
005930     if sm-old-active
005931         move sk-student-id to sn-student-id
005932         move sk-period to sn-period
005933         move sk-course-code to sn-course-code
005934         move sk-teacher to sn-teacher
005935         write schedule-new-record
005936     else
005937         add 1 to ws-sm-purged
005938     end-if.
005939
005940 2042-READ-OLD-SIDE.
005941     read schedule-work
005942         at end
005943             set smold-eof to true
005944             move high-values to ws-sm-old-key
005945         not at end
005946             move sk-student-id to ws-sm-old-student
005947             move sk-period to ws-sm-old-period
005948     end-read.
005949
005950 2044-READ-OLD-SIDE-MASTER.
005951     if sk-student-id not = ws-sm-old-master-id
005952         move sk-student-id to ws-sm-old-master-id
005953         move 'N' to ws-sm-old-active
005954         move sk-student-id to st-student-id
005955         add 1 to ws-cnt-master-read
005956         read student-master
005957             invalid key
005958                 continue
005959             not invalid key
005960                 if not st-withdrawn
005961                     set sm-old-active to true
005962                 end-if
005963         end-read
005964     end-if.
005965
005966 2045-APPLY-SCHED-ADD.
005967     if not sm-trans-on-file
005968         set record-rejected to true
005969         set reason-unknown-student to true
005970     end-if.
005971     if not record-rejected
005972         if not sm-trans-active
005973             set record-rejected to true
005974             set reason-withdrawn-student to true
005975         end-if
005976     end-if.
005977     if not record-rejected
005978         if sw10-period not numeric
005979                 or sw10-period = zero
005980                 or sw10-period > ws-sched-last-period
005981             set record-rejected to true
005982             set reason-bad-period to true
005983         end-if
005984     end-if.
005985     if not record-rejected
005986         move sw10-course-code to ws-course-lookup
005987         perform 1430-LOOKUP-COURSE-CODE
005988         if ws-course-sub = zero
005989             set record-rejected to true
005990             set reason-unknown-course to true
005991         end-if
005992     end-if.
005993     if not record-rejected
005994         perform 2048-CHECK-SECTION-STAFF
005995     end-if.
005996     if not record-rejected
005997         if (not smold-eof
005998                 and ws-sm-old-key = ws-sm-trans-key)
005999                 or ws-sm-last-add = ws-sm-trans-key
006000             set record-rejected to true
006001             set reason-period-conflict to true
006002         end-if
006003     end-if.
006004     if not record-rejected
006005         if ws-course-seats (ws-course-sub) >=
006006                 ws-course-capacity (ws-course-sub)
006007             set record-rejected to true
006008             set reason-section-full to true
006009         end-if
006010     end-if.
006011     if record-rejected
006012         perform 2060-WRITE-SCHED-REJECT
006013     else
006014         perform 2050-BOOK-SCHEDULE-ADD
006015     end-if.
006016
006017 2048-CHECK-SECTION-STAFF.
006018*    a section can only be booked to a teacher who is on the
006019*    staff master and still active.
006020     move sw10-staff-id to sf-staff-id.
006021     read staff-master
006022         invalid key
006023             set record-rejected to true
006024             set reason-staff-not-found to true
006025         not invalid key
006026             if not sf-active
006027                 set record-rejected to true
006028                 set reason-staff-inactive to true
006029             end-if
006030     end-read.
006031
006032 2050-BOOK-SCHEDULE-ADD.
006033     add 1 to ws-course-seats (ws-course-sub).
006034     move sw10-student-id to sn-student-id.
006035     move sw10-period to sn-period.
006036     move sw10-course-code to sn-course-code.
006037     move sw10-teacher to sn-teacher.
006038     write schedule-new-record.
006039     add 1 to ws-cnt-written.
006040     move ws-sm-trans-key to ws-sm-last-add.
006041
006042 2055-RELEASE-SECTION-SEAT.
006043     move sk-course-code to ws-course-lookup.
006044     perform 1430-LOOKUP-COURSE-CODE.
006045     if ws-course-sub > zero
006046         if ws-course-seats (ws-course-sub) > zero
006047             subtract 1 from ws-course-seats (ws-course-sub)
006048         end-if
006049     end-if.
006050
006051 2060-WRITE-SCHED-REJECT.
006052     move sw10-student-id to rj-student-id.
006053     move spaces to rj-student-name.
006054     move ws-reject-reason to rj-reason-code.
006055     move spaces to rj-reason-text.
006056     evaluate true
006057         when reason-unknown-student
006058             move 'STUDENT NOT ON MASTER' to rj-reason-text
006059         when reason-withdrawn-student
006060             move 'STUDENT IS WITHDRAWN' to rj-reason-text
006061         when reason-unknown-course
006062             string 'COURSE ' delimited by size
006063                     sw10-course-code delimited by size
006064                     ' NOT ON CATALOG' delimited by size
006065                 into rj-reason-text
006066         when reason-period-conflict
006067             string 'PERIOD ' delimited by size
006068                     sw10-period delimited by size
006069                     ' ALREADY BOOKED' delimited by size
006070                 into rj-reason-text
006071         when reason-sched-not-found
006072             move 'SCHEDULE RECORD NOT FOUND' to rj-reason-text
006073         when reason-section-full
006074             string 'COURSE ' delimited by size
006075                     sw10-course-code delimited by size
006076                     ' SECTION FULL' delimited by size
006077                 into rj-reason-text
006078         when reason-bad-trans-code
006079             move 'INVALID TRANSACTION CODE' to rj-reason-text
006080         when reason-staff-not-found
006081             string 'STAFF ' delimited by size
006082                     sw10-staff-id delimited by size
006083                     ' NOT ON STAFF MASTER' delimited by size
006084                 into rj-reason-text
006085         when reason-staff-inactive
006086             string 'STAFF ' delimited by size
006087                     sw10-staff-id delimited by size
006088                     ' IS INACTIVE' delimited by size
006089                 into rj-reason-text
006090         when reason-bad-period
006091             string 'PERIOD ' delimited by size
006092                     sw10-period delimited by size
006093                     ' NOT IN THE SCHOOL DAY' delimited by size
006094                 into rj-reason-text
006095         when other
006096             move 'UNKNOWN REJECT REASON' to rj-reason-text
006097     end-evaluate.
006098     write reject-record.
006099     add 1 to ws-cnt-rejected.
006100
006101 2100-TRANSFER-OUT-RUN.
006102*    when a family moves to another building in the district
006103*    the receiving school used to re-key the student from a
006104*    faxed printout. this run finds the day's withdrawals on
006105*    the audit log and writes a transfer packet per student -
006106*    master image, grade-history rows, attendance totals - for
006107*    the receiving school's XFERIN run. an earlier from-date
006108*    can be passed as the PARM option to pick up a missed day.
006109*    a student withdrawn twice in the window packets twice; the
006110*    inbound duplicate-add reject catches the re-add.
006111     if ws-parm-opt1 not = spaces
006112         move ws-parm-opt1 (1:8) to ws-xfer-from-date
006113     else
006114         move ws-current-yyyymmdd to ws-xfer-from-date
006115     end-if.
006116     open input audit-log.
006117     if ws-audit-status not = '00'
006118         move 'AUDIT-LOG' to ws-io-check-name
006119         move ws-audit-status to ws-io-check-status
006120         perform 0990-CHECK-FILE-STATUS
006121     end-if.
006122     open input student-master.
006123     if ws-student-status not = '00'
006124         move 'STUDENT-MASTER' to ws-io-check-name
006125         move ws-student-status to ws-io-check-status
006126         perform 0990-CHECK-FILE-STATUS
006127     end-if.
006128     open input grade-history.
006129     if ws-grdhist-status not = '00'
006130         move 'GRADE-HISTORY' to ws-io-check-name
006131         move ws-grdhist-status to ws-io-check-status
006132         perform 0990-CHECK-FILE-STATUS
006133     end-if.
006134     open input attendance-totals.
006135     if ws-totals-status not = '00'
006136         move 'ATTENDANCE-TOTALS' to ws-io-check-name
006137         move ws-totals-status to ws-io-check-status
006138         perform 0990-CHECK-FILE-STATUS
006139     end-if.
006140     open output transfer-packet.
006141     if ws-xferpkt-status not = '00'
006142         move 'TRANSFER-PACKET' to ws-io-check-name
006143         move ws-xferpkt-status to ws-io-check-status
006144         perform 0990-CHECK-FILE-STATUS
006145     end-if.
006146     open input fee-hold.
006147     if ws-feehold-status not = '00'
006148         move 'FEE-HOLD' to ws-io-check-name
006149         move ws-feehold-status to ws-io-check-status
006150         perform 0990-CHECK-FILE-STATUS
006151     end-if.
006152     open input fee-ledger.
006153     if ws-fees-status not = '00'
006154         move 'FEE-LEDGER' to ws-io-check-name
006155         move ws-fees-status to ws-io-check-status
006156         perform 0990-CHECK-FILE-STATUS
006157     end-if.
006158     open output xfer-hold-rpt.
006159     if ws-xferhold-status not = '00'
006160         move 'XFER-HOLD-RPT' to ws-io-check-name
006161         move ws-xferhold-status to ws-io-check-status
006162         perform 0990-CHECK-FILE-STATUS
006163     end-if.
006164     move spaces to xfer-hold-line.
006165     string 'TRANSFERS WITH OUTSTANDING FEE OBLIGATIONS - '
006166             delimited by size
006167             ws-current-yyyymmdd delimited by size
006168         into xfer-hold-line.
006169     write xfer-hold-line.
006170     move spaces to xfer-hold-line.
006171     write xfer-hold-line.
006172     move spaces to xfer-hold-line.
006173     string 'STUDENT    NAME' delimited by size
006174             '                      GR      BALANCE'
006175             delimited by size
006176         into xfer-hold-line.
006177     write xfer-hold-line.
006178     move zero to ws-fee-xfer-count.
006179     move 'N' to ws-audit-eof.
006180     perform until audit-eof
006181         read audit-log
006182             at end
006183                 set audit-eof to true
006184             not at end
006185                 add 1 to ws-cnt-trans-read
006186                 perform 2105-SCAN-ONE-AUDIT-RECORD
006187         end-read
006188     end-perform.
006189     if ws-fee-xfer-count = zero
006190         move spaces to xfer-hold-line
006191         write xfer-hold-line
006192         move 'NO TRANSFERRING STUDENT IS ON FEE HOLD'
006193             to xfer-hold-line
006194         write xfer-hold-line
006195     end-if.
006196     close audit-log student-master grade-history.
006197     close attendance-totals transfer-packet.
006198     close fee-hold fee-ledger xfer-hold-rpt.
006199     perform 9800-WRITE-RUN-CONTROL.
006200
006201 2105-SCAN-ONE-AUDIT-RECORD.
006202     if au-paragraph = '0840-APPLY-WITHDRAWAL'
006203             and au-run-date >= ws-xfer-from-date
006204         perform 2110-WRITE-TRANSFER-PACKET
006205     end-if.
006206
006207 2110-WRITE-TRANSFER-PACKET.
006208     move au-student-id to st-student-id.
006209     add 1 to ws-cnt-master-read.
006210     read student-master
006211         invalid key
006212             add 1 to ws-cnt-rejected
006213         not invalid key
006214             if st-withdrawn
006215                 move 'M' to xp-record-type
006216                 move student-record to xp-record-data
006217                 write transfer-packet-record
006218                 add 1 to ws-cnt-written
006219                 perform 2115-WRITE-PACKET-GRADES
006220                 perform 2120-WRITE-PACKET-TOTALS
006221                 move au-student-id to fh-student-id
006222                 perform 3190-CHECK-FEE-HOLD
006223                 if fee-held
006224                     perform 2125-WRITE-HELD-OBLIGATION
006225                 end-if
006226             else
006227                 add 1 to ws-cnt-rejected
006228             end-if
006229     end-read.
006230
006231 2115-WRITE-PACKET-GRADES.
006232     move au-student-id to gh-student-id.
006233     move low-values to gh-term-id.
006234     move low-values to gh-course-code.
006235     move 'N' to ws-hist-eof.
006236     start grade-history key not less than gh-key
006237         invalid key
006238             set hist-eof to true
006239     end-start.
006240     perform until hist-eof
006241         read grade-history next record
006242             at end
006243                 set hist-eof to true
006244             not at end
006245                 if gh-student-id = au-student-id
006246                     perform 2118-WRITE-ONE-PACKET-GRADE
006247                 else
006248                     set hist-eof to true
006249                 end-if
006250         end-read
006251     end-perform.
006252
006253 2118-WRITE-ONE-PACKET-GRADE.
006254     move 'G' to xp-record-type.
006255     move spaces to xp-record-data.
006256     move grade-history-record to xp-record-data (1:24).
006257     write transfer-packet-record.
006258     add 1 to ws-cnt-written.
006259
006260 2120-WRITE-PACKET-TOTALS.
006261     move au-student-id to tt-student-id.
006262     read attendance-totals
006263         invalid key
006264             continue
006265         not invalid key
006266             move 'T' to xp-record-type
006267             move spaces to xp-record-data
006268             move totals-record to xp-record-data (1:18)
006269             write transfer-packet-record
006270             add 1 to ws-cnt-written
006271     end-read.
006272
006273 2125-WRITE-HELD-OBLIGATION.
006274*    state law requires the records to follow the student
006275*    whatever is owed, so the packet above is always cut. the
006276*    receiving school is sent the open balance and the charges
006277*    behind it instead.
006278     add 1 to ws-fee-xfer-count.
006279     move st-student-name to ws-fee-name.
006280     move fh-open-balance to ws-fee-total-edit.
006281     move spaces to xfer-hold-line.
006282     string au-student-id delimited by size
006283             '  ' delimited by size
006284             ws-fee-name delimited by size
006285             '  ' delimited by size
006286             st-grade-level delimited by size
006287             ' ' delimited by size
006288             ws-fee-total-edit delimited by size
006289         into xfer-hold-line.
006290     write xfer-hold-line.
006291     move au-student-id to fe-student-id.
006292     move low-values to fe-charge-id.
006293     move 'N' to ws-fee-eof.
006294     start fee-ledger key not less than fe-key
006295         invalid key
006296             set fee-eof to true
006297     end-start.
006298     perform until fee-eof
006299         read fee-ledger next record
006300             at end
006301                 set fee-eof to true
006302             not at end
006303                 if fe-student-id = au-student-id
006304                     if fe-open
006305                         perform 2128-WRITE-HELD-CHARGE
006306                     end-if
006307                 else
006308                     set fee-eof to true
006309                 end-if
006310         end-read
006311     end-perform.
006312
006313 2128-WRITE-HELD-CHARGE.
006314     compute ws-fee-balance = fe-charge-amount
006315         - fe-paid-amount - fe-waived-amount.
006316     move ws-fee-balance to ws-fee-amount-edit.
006317     move spaces to xfer-hold-line.
006318     string '    ' delimited by size
006319             fe-charge-id delimited by size
006320             ' ' delimited by size
006321             fe-charge-date delimited by size
006322             ' ' delimited by size
006323             fe-charge-type delimited by size
006324             ' ' delimited by size
006325             fe-description delimited by size
006326             '    ' delimited by size
006327             ws-fee-amount-edit delimited by size
006328         into xfer-hold-line.
006329     write xfer-hold-line.
006330
006331 2150-TRANSFER-IN-RUN.
006332*    reads a packet cut by another building's XFEROUT run: the
006333*    master add goes through the same enrollment validation as
006334*    a keyed add, the transferred terms seed GRADE-HISTORY, the
006335*    attendance counts seed ATTNDTOT, and the add is imaged to
006336*    the audit log so the arrival is traceable. grade and
006337*    totals records following a rejected master are skipped.
006338     perform 1400-LOAD-REFERENCE-DATA.
006339     open i-o student-master.
006340     if ws-student-status not = '00'
006341         move 'STUDENT-MASTER' to ws-io-check-name
006342         move ws-student-status to ws-io-check-status
006343         perform 0990-CHECK-FILE-STATUS
006344     end-if.
006345     open i-o grade-history.
006346     if ws-grdhist-status not = '00'
006347         move 'GRADE-HISTORY' to ws-io-check-name
006348         move ws-grdhist-status to ws-io-check-status
006349         perform 0990-CHECK-FILE-STATUS
006350     end-if.
006351     open i-o attendance-totals.
006352     if ws-totals-status not = '00'
006353         move 'ATTENDANCE-TOTALS' to ws-io-check-name
006354         move ws-totals-status to ws-io-check-status
006355         perform 0990-CHECK-FILE-STATUS
006356     end-if.
006357     open input transfer-packet.
006358     if ws-xferpkt-status not = '00'
006359         move 'TRANSFER-PACKET' to ws-io-check-name
006360         move ws-xferpkt-status to ws-io-check-status
006361         perform 0990-CHECK-FILE-STATUS
006362     end-if.
006363     open output reject-file.
006364     if ws-reject-status not = '00'
006365         move 'REJECT-FILE' to ws-io-check-name
006366         move ws-reject-status to ws-io-check-status
006367         perform 0990-CHECK-FILE-STATUS
006368     end-if.
006369     open extend audit-log.
006370     if ws-audit-status not = '00'
006371         move 'AUDIT-LOG' to ws-io-check-name
006372         move ws-audit-status to ws-io-check-status
006373         perform 0990-CHECK-FILE-STATUS
006374     end-if.
006375     open extend recovery-journal.
006376     if ws-recvjrnl-status not = '00'
006377         move 'RECOVERY-JOURNAL' to ws-io-check-name
006378         move ws-recvjrnl-status to ws-io-check-status
006379         perform 0990-CHECK-FILE-STATUS
006380     end-if.
006381     move 'N' to ws-xfer-eof.
006382     move 'N' to ws-xfer-skip.
006383     perform until xfer-eof
006384         read transfer-packet
006385             at end
006386                 set xfer-eof to true
006387             not at end
006388                 add 1 to ws-cnt-trans-read
006389                 perform 2155-APPLY-ONE-PACKET-RECORD
006390         end-read
006391     end-perform.
006392     close transfer-packet reject-file audit-log.
006393     close recovery-journal.
006394     close student-master grade-history attendance-totals.
006395     perform 9800-WRITE-RUN-CONTROL.
006396
006397 2155-APPLY-ONE-PACKET-RECORD.
006398     evaluate true
006399         when xp-master-image
006400             perform 2158-APPLY-TRANSFER-MASTER
006401         when xp-grade-image
006402             perform 2162-APPLY-TRANSFER-GRADE
006403         when xp-totals-image
006404             perform 2165-APPLY-TRANSFER-TOTALS
006405         when other
006406             add 1 to ws-cnt-rejected
006407             display 'HELLOWORLD: BAD PACKET RECORD TYPE - '
006408                 xp-record-type
006409     end-evaluate.
006410
006411 2158-APPLY-TRANSFER-MASTER.
006412     move 'N' to ws-xfer-skip.
006413     move xp-record-data to student-record.
006414     set st-active to true.
006415     perform 0200-VALIDATE-ENROLLMENT.
006416     if record-rejected
006417         set xfer-skip-student to true
006418     else
006419         write student-record
006420             invalid key
006421                 set xfer-skip-student to true
006422                 set reason-duplicate-add to true
006423                 perform 2168-WRITE-XFER-REJECT
006424             not invalid key
006425                 add 1 to ws-cnt-written
006426                 move spaces to au-before-name
006427                 move spaces to au-before-grade
006428                 move spaces to au-before-homeroom
006429                 move zero to au-before-gpa
006430                 perform 0860-BUILD-AFTER-IMAGE
006431                 move '2158-APPLY-TRANSFER-MASTER'
006432                     to au-paragraph
006433                 perform 0600-WRITE-AUDIT-LOG
006434                 move 'W' to jr-action
006435                 move spaces to jr-before-image
006436                 move student-record to jr-after-image
006437                 perform 0610-WRITE-RECOVERY-JOURNAL
006438         end-write
006439     end-if.
006440
006441 2162-APPLY-TRANSFER-GRADE.
006442     if xfer-skip-student
006443         add 1 to ws-cnt-rejected
006444     else
006445         move xp-record-data (1:24) to grade-history-record
006446         write grade-history-record
006447             invalid key
006448                 rewrite grade-history-record
006449                 if ws-grdhist-status not = '00'
006450                     move 'GRADE-HISTORY' to ws-io-check-name
006451                     move ws-grdhist-status
006452                         to ws-io-check-status
006453                     perform 0990-CHECK-FILE-STATUS
006454                 end-if
006455         end-write
006456         add 1 to ws-cnt-written
006457     end-if.
006458
006459 2165-APPLY-TRANSFER-TOTALS.
006460     if xfer-skip-student
006461         add 1 to ws-cnt-rejected
006462     else
006463         move xp-record-data (1:18) to totals-record
006464         write totals-record
006465             invalid key
006466                 rewrite totals-record
006467                 if ws-totals-status not = '00'
006468                     move 'ATTENDANCE-TOTALS'
006469                         to ws-io-check-name
006470                     move ws-totals-status
006471                         to ws-io-check-status
006472                     perform 0990-CHECK-FILE-STATUS
006473                 end-if
006474         end-write
006475         add 1 to ws-cnt-written
006476     end-if.
006477
006478 2168-WRITE-XFER-REJECT.
006479     move st-student-id to rj-student-id.
006480     move st-student-name to rj-student-name.
006481     move ws-reject-reason to rj-reason-code.
006482     move 'STUDENT ALREADY ON MASTER' to rj-reason-text.
006483     write reject-record.
006484     add 1 to ws-cnt-rejected.
006485
006486 2200-RECOVERY-RUN.
006487*    forward recovery for STUDENT-MASTER: operations restores
006488*    last night's backup into the cluster, then this run
006489*    reapplies the journaled updates in the order they were
006490*    cut, up to the requested point in time - by default the
006491*    whole journal. PARM='RECOVER,20260902,14300000' stops
006492*    after the last update at or before 14:30 on that date.
006493*    journal records past the stop point are counted and
006494*    skipped, never applied.
006495     if ws-parm-opt1 not = spaces
006496         move ws-parm-opt1 (1:8) to ws-rcv-to-date
006497     else
006498         move '99999999' to ws-rcv-to-date
006499     end-if.
006500     if ws-parm-opt2 not = spaces
006501         move ws-parm-opt2 (1:8) to ws-rcv-to-time
006502     else
006503         move '99999999' to ws-rcv-to-time
006504     end-if.
006505     open i-o student-master.
006506     if ws-student-status not = '00'
006507         move 'STUDENT-MASTER' to ws-io-check-name
006508         move ws-student-status to ws-io-check-status
006509         perform 0990-CHECK-FILE-STATUS
006510     end-if.
006511     open input recovery-journal.
006512     if ws-recvjrnl-status not = '00'
006513         move 'RECOVERY-JOURNAL' to ws-io-check-name
006514         move ws-recvjrnl-status to ws-io-check-status
006515         perform 0990-CHECK-FILE-STATUS
006516     end-if.
006517     move 'N' to ws-rcv-eof.
006518     perform until rcv-eof
006519         read recovery-journal
006520             at end
006521                 set rcv-eof to true
006522             not at end
006523                 add 1 to ws-cnt-trans-read
006524                 perform 2210-APPLY-JOURNAL-RECORD
006525         end-read
006526     end-perform.
006527     close recovery-journal.
006528     close student-master.
006529     perform 9800-WRITE-RUN-CONTROL.
006530
006531 2210-APPLY-JOURNAL-RECORD.
006532     if jr-run-date > ws-rcv-to-date
006533             or (jr-run-date = ws-rcv-to-date
006534                 and jr-run-time > ws-rcv-to-time)
006535         add 1 to ws-cnt-rejected
006536     else
006537         evaluate true
006538             when jr-action-write
006539             when jr-action-rewrite
006540                 perform 2215-APPLY-JOURNAL-IMAGE
006541             when jr-action-delete
006542                 perform 2220-APPLY-JOURNAL-DELETE
006543             when other
006544                 add 1 to ws-cnt-rejected
006545                 display 'HELLOWORLD: BAD JOURNAL ACTION - '
006546                     jr-action
006547         end-evaluate
006548     end-if.
006549
006550 2215-APPLY-JOURNAL-IMAGE.
006551*    a write against a key the restored backup already holds
006552*    (or a rewrite against one it does not) simply lands the
006553*    after image either way - the journal is replayed in cut
006554*    order, so the last image for a key wins.
006555     move jr-after-image to student-record.
006556     write student-record
006557         invalid key
006558             rewrite student-record
006559             if ws-student-status not = '00'
006560                 move 'STUDENT-MASTER' to ws-io-check-name
006561                 move ws-student-status to ws-io-check-status
006562                 perform 0990-CHECK-FILE-STATUS
006563             end-if
006564     end-write.
006565     add 1 to ws-cnt-written.
006566
006567 2220-APPLY-JOURNAL-DELETE.
006568     move jr-before-image to student-record.
006569     delete student-master record
006570         invalid key
006571             continue
006572     end-delete.
006573     add 1 to ws-cnt-rewritten.
006574
006575 2300-DISCIPLINE-EDIT-RUN.
006576*    suspensions used to live on paper, so a suspended student
006577*    showed up as an unexplained absence in the exception scan
006578*    and the principal had no system record at an expulsion
006579*    hearing. incident transactions are edited against the
006580*    master and the REFDATA DC code table, posted to the
006581*    incident history KSDS, and each in-session suspension day
006582*    generates an excused-absence transaction into the next
006583*    ATTEDIT feed.
006584     perform 1400-LOAD-REFERENCE-DATA.
006585     if ws-ref-dc-loaded = zero
006586         display 'HELLOWORLD: REFERENCE FILE HAS NO DC '
006587             'DISCIPLINE CODE RECORDS'
006588         move 8 to return-code
006589     else
006590         perform 2305-DISCIPLINE-EDIT-PROCESS
006591     end-if.
006592
006593 2305-DISCIPLINE-EDIT-PROCESS.
006594     open input student-master.
006595     if ws-student-status not = '00'
006596         move 'STUDENT-MASTER' to ws-io-check-name
006597         move ws-student-status to ws-io-check-status
006598         perform 0990-CHECK-FILE-STATUS
006599     end-if.
006600     open input school-calendar.
006601     if ws-calendar-status not = '00'
006602         move 'SCHOOL-CALENDAR' to ws-io-check-name
006603         move ws-calendar-status to ws-io-check-status
006604         perform 0990-CHECK-FILE-STATUS
006605     end-if.
006606     open input disc-trans.
006607     if ws-disctrn-status not = '00'
006608         move 'DISC-TRANS' to ws-io-check-name
006609         move ws-disctrn-status to ws-io-check-status
006610         perform 0990-CHECK-FILE-STATUS
006611     end-if.
006612     open i-o disc-history.
006613     if ws-dischist-status not = '00'
006614         move 'DISC-HISTORY' to ws-io-check-name
006615         move ws-dischist-status to ws-io-check-status
006616         perform 0990-CHECK-FILE-STATUS
006617     end-if.
006618     open output disc-attendance.
006619     if ws-discattn-status not = '00'
006620         move 'DISC-ATTENDANCE' to ws-io-check-name
006621         move ws-discattn-status to ws-io-check-status
006622         perform 0990-CHECK-FILE-STATUS
006623     end-if.
006624     open input disc-pending-in.
006625     if ws-discpeni-status not = '00'
006626         move 'DISC-PENDING-IN' to ws-io-check-name
006627         move ws-discpeni-status to ws-io-check-status
006628         perform 0990-CHECK-FILE-STATUS
006629     end-if.
006630     open output disc-pending-out.
006631     if ws-discpeno-status not = '00'
006632         move 'DISC-PENDING-OUT' to ws-io-check-name
006633         move ws-discpeno-status to ws-io-check-status
006634         perform 0990-CHECK-FILE-STATUS
006635     end-if.
006636     open output reject-file.
006637     if ws-reject-status not = '00'
006638         move 'REJECT-FILE' to ws-io-check-name
006639         move ws-reject-status to ws-io-check-status
006640         perform 0990-CHECK-FILE-STATUS
006641     end-if.
006642     move 'N' to ws-disc-eof.
006643     perform until disc-eof
006644         read disc-trans
006645             at end
006646                 set disc-eof to true
006647             not at end
006648                 perform 2310-EDIT-ONE-INCIDENT
006649         end-read
006650     end-perform.
006651     perform 2332-ROLL-PENDING-FORWARD.
006652     close disc-trans disc-history disc-attendance.
006653     close disc-pending-in disc-pending-out.
006654     close reject-file school-calendar student-master.
006655     move ws-disc-susp-days to ws-disc-susp-edit.
006656     display 'HELLOWORLD: SUSPENSION DAYS EXCUSED '
006657         ws-disc-susp-edit.
006658     perform 9800-WRITE-RUN-CONTROL.
006659
006660 2310-EDIT-ONE-INCIDENT.
006661     add 1 to ws-cnt-trans-read.
006662     set ws-reject-switch to 'N'.
006663     move spaces to ws-reject-reason.
006664     move dt-student-id to st-student-id.
006665     read student-master
006666         invalid key
006667             set record-rejected to true
006668             set reason-unknown-student to true
006669     end-read.
006670     if not record-rejected
006671         if dt-incident-date not numeric
006672             set record-rejected to true
006673             set reason-bad-date to true
006674         else
006675             move dt-incident-date to ws-date-check
006676             perform 1025-CHECK-CALENDAR-DATE
006677             if not record-rejected
006678                 if dt-incident-date > ws-current-yyyymmdd
006679                     set record-rejected to true
006680                     set reason-future-date to true
006681                 end-if
006682             end-if
006683         end-if
006684     end-if.
006685     if not record-rejected
006686         move dt-incident-code to ws-disc-lookup
006687         perform 2315-LOOKUP-DISC-CODE
006688         if ws-disc-sub = zero
006689             set record-rejected to true
006690             set reason-bad-disc-code to true
006691         end-if
006692     end-if.
006693     if not record-rejected
006694         if not dt-no-suspension
006695             perform 2318-VALIDATE-SUSPENSION
006696         end-if
006697     end-if.
006698     if record-rejected
006699         perform 2340-WRITE-DISC-REJECT
006700     else
006701         perform 2320-POST-INCIDENT
006702     end-if.
006703
006704 2315-LOOKUP-DISC-CODE.
006705     set ws-disc-idx to 1.
006706     search ws-valid-disc-group
006707         at end
006708             move zero to ws-disc-sub
006709         when ws-valid-disc-entry (ws-disc-idx)
006710                 = ws-disc-lookup
006711             set ws-disc-sub to ws-disc-idx
006712     end-search.
006713
006714 2318-VALIDATE-SUSPENSION.
006715     if dt-suspend-start not numeric
006716             or dt-suspend-end not numeric
006717         set record-rejected to true
006718         set reason-bad-suspension to true
006719     else
006720         move dt-suspend-start to ws-date-check
006721         perform 1025-CHECK-CALENDAR-DATE
006722         if not record-rejected
006723             move dt-suspend-end to ws-date-check
006724             perform 1025-CHECK-CALENDAR-DATE
006725         end-if
006726         if record-rejected
006727             set reason-bad-suspension to true
006728         else
006729             if dt-suspend-end < dt-suspend-start
006730                 set record-rejected to true
006731                 set reason-bad-suspension to true
006732             end-if
006733         end-if
006734     end-if.
006735
006736 2320-POST-INCIDENT.
006737     move dt-student-id to dh-student-id.
006738     move dt-incident-date to dh-incident-date.
006739     move dt-incident-code to dh-incident-code.
006740     move dt-action-code to dh-action-code.
006741     move dt-suspend-start to dh-suspend-start.
006742     move dt-suspend-end to dh-suspend-end.
006743     write disc-history-record
006744         invalid key
006745             set record-rejected to true
006746             set reason-dup-incident to true
006747             perform 2340-WRITE-DISC-REJECT
006748         not invalid key
006749             add 1 to ws-cnt-written
006750             if not dt-no-suspension
006751                 perform 2325-GENERATE-SUSPENSION-DAYS
006752             end-if
006753     end-write.
006754
006755 2325-GENERATE-SUSPENSION-DAYS.
006756*    one excused-absence transaction per in-session day of the
006757*    suspension - weekends and holidays inside the range have
006758*    no SD record and generate nothing. the 60-day stop is a
006759*    guard against a miskeyed year ever looping the run.
006760*    suspensions are normally forward-dated, and the attendance
006761*    edit rejects future dates, so days past the run date go
006762*    to the pending file instead of the edit feed - each
006763*    nightly run releases the ones whose date has arrived.
006764     move dt-suspend-start to ws-disc-current-date.
006765     move zero to ws-disc-day-count.
006766     perform 2328-GENERATE-ONE-SUSP-DAY
006767         until ws-disc-current-date > dt-suspend-end
006768             or ws-disc-day-count > 60.
006769
006770 2328-GENERATE-ONE-SUSP-DAY.
006771     set ca-school-day to true.
006772     move ws-disc-current-date to ca-code.
006773     read school-calendar
006774         invalid key
006775             continue
006776         not invalid key
006777             perform 2329-ROUTE-ONE-SUSP-DAY
006778     end-read.
006779     perform 2330-ADVANCE-ONE-DAY.
006780     add 1 to ws-disc-day-count.
006781
006782 2329-ROUTE-ONE-SUSP-DAY.
006783     if ws-disc-current-date > ws-current-yyyymmdd
006784         move dt-student-id to po-student-id
006785         move ws-disc-current-date to po-attendance-date
006786         move 'E' to po-attendance-status
006787         write disc-pending-out-record
006788     else
006789         move dt-student-id to da-student-id
006790         move ws-disc-current-date to da-attendance-date
006791         move 'E' to da-attendance-status
006792         write disc-attendance-record
006793         add 1 to ws-cnt-rewritten
006794     end-if.
006795     add 1 to ws-disc-susp-days.
006796
006797 2330-ADVANCE-ONE-DAY.
006798     move ws-disc-current-date to ws-date-check.
006799     perform 1027-SET-LEAP-YEAR-FLAG.
006800     if ws-dc-mm = 02 and leap-year
006801         if ws-dc-dd < 29
006802             add 1 to ws-dc-dd
006803         else
006804             move 01 to ws-dc-dd
006805             add 1 to ws-dc-mm
006806         end-if
006807     else
006808         if ws-dc-dd < ws-month-days-entry (ws-dc-mm)
006809             add 1 to ws-dc-dd
006810         else
006811             move 01 to ws-dc-dd
006812             add 1 to ws-dc-mm
006813         end-if
006814     end-if.
006815     if ws-dc-mm > 12
006816         move 01 to ws-dc-mm
006817         add 1 to ws-dc-yyyy
006818     end-if.
006819     move ws-date-check to ws-disc-current-date.
006820
006821 2332-ROLL-PENDING-FORWARD.
006822*    yesterday's pending generation: days that have arrived are
006823*    released into the edit feed, the rest are carried to the
006824*    new generation. a record is never rejected for being
006825*    future-dated - that was the whole point of the file.
006826     move 'N' to ws-pend-eof.
006827     perform until pend-eof
006828         read disc-pending-in
006829             at end
006830                 set pend-eof to true
006831             not at end
006832                 perform 2334-ROLL-ONE-PENDING
006833         end-read
006834     end-perform.
006835
006836 2334-ROLL-ONE-PENDING.
006837     if pi-attendance-date > ws-current-yyyymmdd
006838         move pi-student-id to po-student-id
006839         move pi-attendance-date to po-attendance-date
006840         move pi-attendance-status to po-attendance-status
006841         write disc-pending-out-record
006842     else
006843         move pi-student-id to da-student-id
006844         move pi-attendance-date to da-attendance-date
006845         move pi-attendance-status to da-attendance-status
006846         write disc-attendance-record
006847         add 1 to ws-cnt-rewritten
006848     end-if.
006849
006850 2340-WRITE-DISC-REJECT.
006851     move dt-student-id to rj-student-id.
006852     move spaces to rj-student-name.
006853     move ws-reject-reason to rj-reason-code.
006854     evaluate true
006855         when reason-unknown-student
006856             move 'STUDENT NOT ON MASTER' to rj-reason-text
006857         when reason-bad-date
006858             move 'INVALID INCIDENT DATE' to rj-reason-text
006859         when reason-future-date
006860             move 'INCIDENT DATE IN FUTURE' to rj-reason-text
006861         when reason-bad-disc-code
006862             move 'UNKNOWN INCIDENT CODE' to rj-reason-text
006863         when reason-bad-suspension
006864             move 'INVALID SUSPENSION DATE RANGE'
006865                 to rj-reason-text
006866         when reason-dup-incident
006867             move 'INCIDENT ALREADY ON HISTORY'
006868                 to rj-reason-text
006869         when other
006870             move 'UNKNOWN REJECT REASON' to rj-reason-text
006871     end-evaluate.
006872     write reject-record.
006873     add 1 to ws-cnt-rejected.
006874
006875 2350-DISCIPLINE-REPORT-RUN.
006876*    periodic incident summary for the principal's office -
006877*    counts by grade level, homeroom and incident code, the
006878*    same shape as the standing report's REFDATA tallies.
006879     perform 1400-LOAD-REFERENCE-DATA.
006880     if ws-ref-dc-loaded = zero
006881         display 'HELLOWORLD: REFERENCE FILE HAS NO DC '
006882             'DISCIPLINE CODE RECORDS'
006883         move 8 to return-code
006884     else
006885         perform 2355-DISCIPLINE-REPORT-PROCESS
006886     end-if.
006887
006888 2355-DISCIPLINE-REPORT-PROCESS.
006889     open input disc-history.
006890     if ws-dischist-status not = '00'
006891         move 'DISC-HISTORY' to ws-io-check-name
006892         move ws-dischist-status to ws-io-check-status
006893         perform 0990-CHECK-FILE-STATUS
006894     end-if.
006895     open input student-master.
006896     if ws-student-status not = '00'
006897         move 'STUDENT-MASTER' to ws-io-check-name
006898         move ws-student-status to ws-io-check-status
006899         perform 0990-CHECK-FILE-STATUS
006900     end-if.
006901     move zeros to ws-disc-counts.
006902     move 'N' to ws-disc-eof.
006903     perform until disc-eof
006904         read disc-history next record
006905             at end
006906                 set disc-eof to true
006907             not at end
006908*                the all-zero key is the priming record loaded
006909*                at define time - no real student, never counted
006910                 if dh-student-id not = '000000000'
006911                     add 1 to ws-cnt-trans-read
006912                     perform 2358-TALLY-ONE-INCIDENT
006913                 end-if
006914         end-read
006915     end-perform.
006916     close disc-history student-master.
006917     perform 2360-PRINT-DISCIPLINE-SUMMARY.
006918     perform 9800-WRITE-RUN-CONTROL.
006919
006920 2358-TALLY-ONE-INCIDENT.
006921     move dh-student-id to st-student-id.
006922     add 1 to ws-cnt-master-read.
006923     read student-master
006924         invalid key
006925             add 1 to ws-cnt-rejected
006926         not invalid key
006927             add 1 to ws-cnt-written
006928             perform 2359-TALLY-INCIDENT-COUNTS
006929     end-read.
006930
006931 2359-TALLY-INCIDENT-COUNTS.
006932     set ws-grade-idx to 1.
006933     search ws-valid-grade-entry
006934         at end
006935             move zero to ws-grade-sub
006936         when ws-valid-grade-entry (ws-grade-idx)
006937                 = st-grade-level
006938             set ws-grade-sub to ws-grade-idx
006939     end-search.
006940     if ws-grade-sub > zero
006941         add 1 to ws-disc-grade-count (ws-grade-sub)
006942     end-if.
006943     set ws-homeroom-idx to 1.
006944     search ws-valid-homeroom-group
006945         at end
006946             move zero to ws-homeroom-sub
006947         when ws-valid-homeroom-entry (ws-homeroom-idx)
006948                 = st-homeroom-code
006949             set ws-homeroom-sub to ws-homeroom-idx
006950     end-search.
006951     if ws-homeroom-sub > zero
006952         add 1 to ws-disc-hr-count (ws-homeroom-sub)
006953     end-if.
006954     move dh-incident-code to ws-disc-lookup.
006955     perform 2315-LOOKUP-DISC-CODE.
006956     if ws-disc-sub > zero
006957         add 1 to ws-disc-code-count (ws-disc-sub)
006958     end-if.
006959
006960 2360-PRINT-DISCIPLINE-SUMMARY.
006961     open output disc-rpt.
006962     if ws-discrpt-status not = '00'
006963         move 'DISC-RPT' to ws-io-check-name
006964         move ws-discrpt-status to ws-io-check-status
006965         perform 0990-CHECK-FILE-STATUS
006966     end-if.
006967     move spaces to disc-line.
006968     string 'DISCIPLINE INCIDENT SUMMARY - ' delimited by size
006969             ws-current-yyyymmdd delimited by size
006970         into disc-line.
006971     write disc-line.
006972     move spaces to disc-line.
006973     write disc-line.
006974     move 'INCIDENTS BY GRADE LEVEL' to disc-line.
006975     write disc-line.
006976     perform varying ws-grade-sub from 1 by 1
006977             until ws-grade-sub > ws-valid-grade-count
006978         perform 2362-WRITE-GRADE-DISC-LINE
006979     end-perform.
006980     move spaces to disc-line.
006981     write disc-line.
006982     move 'INCIDENTS BY HOMEROOM' to disc-line.
006983     write disc-line.
006984     perform varying ws-homeroom-sub from 1 by 1
006985             until ws-homeroom-sub > ws-valid-homeroom-count
006986         perform 2364-WRITE-HR-DISC-LINE
006987     end-perform.
006988     move spaces to disc-line.
006989     write disc-line.
006990     move 'INCIDENTS BY CODE' to disc-line.
006991     write disc-line.
006992     perform varying ws-disc-sub from 1 by 1
006993             until ws-disc-sub > ws-valid-disc-count
006994         perform 2366-WRITE-CODE-DISC-LINE
006995     end-perform.
006996     close disc-rpt.
006997
006998 2362-WRITE-GRADE-DISC-LINE.
006999     move spaces to disc-line.
007000     string 'GRADE ' delimited by size
007001             ws-valid-grade-entry (ws-grade-sub)
007002             delimited by size
007003         into disc-line.
007004     move ws-disc-grade-count (ws-grade-sub)
007005         to ws-count-edit.
007006     move ws-count-edit to disc-line (12:3).
007007     move ' INCIDENTS' to disc-line (15:10).
007008     write disc-line.
007009
007010 2364-WRITE-HR-DISC-LINE.
007011     move spaces to disc-line.
007012     string 'HOMEROOM ' delimited by size
007013             ws-valid-homeroom-entry (ws-homeroom-sub)
007014             delimited by size
007015         into disc-line.
007016     move ws-disc-hr-count (ws-homeroom-sub)
007017         to ws-count-edit.
007018     move ws-count-edit to disc-line (17:3).
007019     move ' INCIDENTS' to disc-line (20:10).
007020     write disc-line.
007021
007022 2366-WRITE-CODE-DISC-LINE.
007023     move spaces to disc-line.
007024     string ws-valid-disc-entry (ws-disc-sub)
007025             delimited by size
007026             '  ' delimited by size
007027             ws-disc-description (ws-disc-sub)
007028             delimited by size
007029         into disc-line.
007030     move ws-disc-code-count (ws-disc-sub)
007031         to ws-count-edit.
007032     move ws-count-edit to disc-line (30:3).
007033     move ' INCIDENTS' to disc-line (33:10).
007034     write disc-line.
007035
007036 2400-GRADUATION-AUDIT-RUN.
007037*    counselors were hand-checking every junior and senior
007038*    transcript against the department requirements each fall.
007039*    this run sums earned credit from GRDHIST by department and
007040*    lists, by homeroom, each grade 11 and 12 student who is
007041*    short in any department and by how much, so the gap shows
007042*    up while there is still a schedule to close it with.
007043     perform 1420-LOAD-COURSE-CATALOG.
007044     perform 2405-LOAD-GRAD-REQUIREMENTS.
007045     open input student-master.
007046     if ws-student-status not = '00'
007047         move 'STUDENT-MASTER' to ws-io-check-name
007048         move ws-student-status to ws-io-check-status
007049         perform 0990-CHECK-FILE-STATUS
007050     end-if.
007051     open input grade-history.
007052     if ws-grdhist-status not = '00'
007053         move 'GRADE-HISTORY' to ws-io-check-name
007054         move ws-grdhist-status to ws-io-check-status
007055         perform 0990-CHECK-FILE-STATUS
007056     end-if.
007057     sort sort-work-11
007058         on ascending key sw11-homeroom-code sw11-student-id
007059             sw11-department
007060         input procedure is 2410-AUDIT-STUDENT-CREDITS
007061         output procedure is 2430-PRINT-DEFICIENCY-REPORT.
007062     close student-master grade-history.
007063     perform 9800-WRITE-RUN-CONTROL.
007064
007065 2405-LOAD-GRAD-REQUIREMENTS.
007066     open input grad-requirement.
007067     if ws-gradreq-status not = '00'
007068         move 'GRAD-REQUIREMENT' to ws-io-check-name
007069         move ws-gradreq-status to ws-io-check-status
007070         perform 0990-CHECK-FILE-STATUS
007071     end-if.
007072     move 30 to ws-greq-count.
007073     move zero to ws-greq-loaded.
007074     move 'N' to ws-greq-eof.
007075     perform until greq-eof
007076         read grad-requirement next record
007077             at end
007078                 set greq-eof to true
007079             not at end
007080                 perform 2407-STORE-GRAD-REQUIREMENT
007081         end-read
007082     end-perform.
007083     close grad-requirement.
007084     if ws-greq-loaded = zero
007085         display 'HELLOWORLD: GRADUATION REQUIREMENTS EMPTY'
007086         stop run
007087     end-if.
007088     move ws-greq-loaded to ws-greq-count.
007089
007090 2407-STORE-GRAD-REQUIREMENT.
007091     if ws-greq-loaded < 30
007092         add 1 to ws-greq-loaded
007093         move gq-department to
007094             ws-greq-department (ws-greq-loaded)
007095         move gq-credits-required to
007096             ws-greq-required (ws-greq-loaded)
007097         move zero to ws-greq-earned (ws-greq-loaded)
007098     else
007099         display 'HELLOWORLD: REQUIREMENT TABLE FULL - '
007100             gq-department
007101     end-if.
007102
007103 2410-AUDIT-STUDENT-CREDITS.
007104     move 'N' to ws-master-eof.
007105     perform until master-eof
007106         read student-master next record
007107             at end
007108                 set master-eof to true
007109             not at end
007110                 perform 2412-AUDIT-ONE-STUDENT
007111         end-read
007112     end-perform.
007113
007114 2412-AUDIT-ONE-STUDENT.
007115*    only active juniors and seniors are audited - everyone
007116*    else is counted as not selected so the run still balances.
007117     add 1 to ws-cnt-master-read.
007118     if st-withdrawn
007119             or (st-grade-level not = '11'
007120                 and st-grade-level not = '12')
007121         add 1 to ws-cnt-rejected
007122     else
007123         perform 2415-SUM-EARNED-CREDITS
007124         perform 2420-RELEASE-SHORTFALLS
007125     end-if.
007126
007127 2415-SUM-EARNED-CREDITS.
007128     perform varying ws-greq-sub from 1 by 1
007129             until ws-greq-sub > ws-greq-count
007130         move zero to ws-greq-earned (ws-greq-sub)
007131     end-perform.
007132     move st-student-id to gh-student-id.
007133     move low-values to gh-term-id.
007134     move low-values to gh-course-code.
007135     move 'N' to ws-hist-eof.
007136     start grade-history key not less than gh-key
007137         invalid key
007138             set hist-eof to true
007139     end-start.
007140     perform until hist-eof
007141         read grade-history next record
007142             at end
007143                 set hist-eof to true
007144             not at end
007145                 if gh-student-id = st-student-id
007146                     perform 2418-ADD-EARNED-CREDIT
007147                 else
007148                     set hist-eof to true
007149                 end-if
007150         end-read
007151     end-perform.
007152
007153 2418-ADD-EARNED-CREDIT.
007154*    an F (or an incomplete) earns no credit toward graduation,
007155*    and a course no longer on the catalog cannot be placed in
007156*    a department, so neither counts.
007157     add 1 to ws-cnt-trans-read.
007158     move gh-letter-grade to ws-letter-grade-in.
007159     if passing-grade
007160         move gh-course-code to ws-course-lookup
007161         perform 1430-LOOKUP-COURSE-CODE
007162         if ws-course-sub > zero
007163             set ws-greq-idx to 1
007164             search ws-greq-group
007165                 at end
007166                     continue
007167                 when ws-greq-department (ws-greq-idx)
007168                         = ws-course-department (ws-course-sub)
007169                     add gh-credit-hours to
007170                         ws-greq-earned (ws-greq-idx)
007171             end-search
007172         end-if
007173     end-if.
007174
007175 2420-RELEASE-SHORTFALLS.
007176     move 'N' to ws-grad-deficient.
007177     perform varying ws-greq-sub from 1 by 1
007178             until ws-greq-sub > ws-greq-count
007179         if ws-greq-earned (ws-greq-sub)
007180                 < ws-greq-required (ws-greq-sub)
007181             perform 2422-RELEASE-ONE-SHORTFALL
007182         end-if
007183     end-perform.
007184     if grad-deficient
007185         add 1 to ws-cnt-written
007186     else
007187         add 1 to ws-cnt-rewritten
007188     end-if.
007189
007190 2422-RELEASE-ONE-SHORTFALL.
007191     set grad-deficient to true.
007192     move st-homeroom-code to sw11-homeroom-code.
007193     move st-student-id to sw11-student-id.
007194     move ws-greq-department (ws-greq-sub) to sw11-department.
007195     move st-student-name to sw11-student-name.
007196     move st-grade-level to sw11-grade-level.
007197     move ws-greq-required (ws-greq-sub)
007198         to sw11-credits-required.
007199     move ws-greq-earned (ws-greq-sub) to sw11-credits-earned.
007200     release sw11-record.
007201
007202 2430-PRINT-DEFICIENCY-REPORT.
007203     open output grad-audit-rpt.
007204     if ws-gradrpt-status not = '00'
007205         move 'GRAD-AUDIT-RPT' to ws-io-check-name
007206         move ws-gradrpt-status to ws-io-check-status
007207         perform 0990-CHECK-FILE-STATUS
007208     end-if.
007209     move spaces to grad-audit-line.
007210     string 'GRADUATION CREDIT AUDIT - ' delimited by size
007211             ws-current-yyyymmdd delimited by size
007212         into grad-audit-line.
007213     write grad-audit-line.
007214     move spaces to ws-grad-prior-homeroom.
007215     move spaces to ws-grad-prior-student.
007216     move 'N' to ws-grad-sort-eof.
007217     perform until grad-sort-eof
007218         return sort-work-11
007219             at end
007220                 set grad-sort-eof to true
007221             not at end
007222                 perform 2435-PRINT-SHORTFALL-LINE
007223         end-return
007224     end-perform.
007225     perform 2439-PRINT-AUDIT-TOTALS.
007226     close grad-audit-rpt.
007227
007228 2435-PRINT-SHORTFALL-LINE.
007229     if sw11-homeroom-code not = ws-grad-prior-homeroom
007230         perform 2437-PRINT-AUDIT-HOMEROOM-HEAD
007231         move sw11-homeroom-code to ws-grad-prior-homeroom
007232         move spaces to ws-grad-prior-student
007233     end-if.
007234     if sw11-student-id not = ws-grad-prior-student
007235         move spaces to grad-audit-line
007236         write grad-audit-line
007237         move spaces to grad-audit-line
007238         string sw11-student-id delimited by size
007239                 '  ' delimited by size
007240                 sw11-student-name delimited by size
007241                 ' GRADE ' delimited by size
007242                 sw11-grade-level delimited by size
007243             into grad-audit-line
007244         write grad-audit-line
007245         move sw11-student-id to ws-grad-prior-student
007246     end-if.
007247     compute ws-grad-needed =
007248         sw11-credits-required - sw11-credits-earned.
007249     move sw11-credits-required to ws-grad-required-edit.
007250     move sw11-credits-earned to ws-grad-earned-edit.
007251     move ws-grad-needed to ws-grad-needed-edit.
007252     move spaces to grad-audit-line.
007253     string '    ' delimited by size
007254             sw11-department delimited by size
007255             '  REQUIRED ' delimited by size
007256             ws-grad-required-edit delimited by size
007257             '  EARNED ' delimited by size
007258             ws-grad-earned-edit delimited by size
007259             '  STILL NEEDED ' delimited by size
007260             ws-grad-needed-edit delimited by size
007261         into grad-audit-line.
007262     write grad-audit-line.
007263
007264 2437-PRINT-AUDIT-HOMEROOM-HEAD.
007265     move spaces to grad-audit-line.
007266     string 'CREDIT DEFICIENCIES - HOMEROOM ' delimited by size
007267             sw11-homeroom-code delimited by size
007268         into grad-audit-line.
007269     write grad-audit-line after advancing page.
007270
007271 2439-PRINT-AUDIT-TOTALS.
007272     move spaces to grad-audit-line.
007273     write grad-audit-line after advancing page.
007274     compute ws-cnt-edit = ws-cnt-written + ws-cnt-rewritten.
007275     move spaces to grad-audit-line.
007276     string 'STUDENTS AUDITED    ' delimited by size
007277             ws-cnt-edit delimited by size
007278         into grad-audit-line.
007279     write grad-audit-line.
007280     move ws-cnt-written to ws-cnt-edit.
007281     move spaces to grad-audit-line.
007282     string 'STUDENTS DEFICIENT  ' delimited by size
007283             ws-cnt-edit delimited by size
007284         into grad-audit-line.
007285     write grad-audit-line.
007286     move ws-cnt-rewritten to ws-cnt-edit.
007287     move spaces to grad-audit-line.
007288     string 'STUDENTS ON TRACK   ' delimited by size
007289             ws-cnt-edit delimited by size
007290         into grad-audit-line.
007291     write grad-audit-line.
007292
007293 2500-PERIOD-ATTENDANCE-RUN.
007294*    a student who answers homeroom roll and then skips three
007295*    classes shows present on the daily file. teachers now send
007296*    a mark per class period: each is checked against the
007297*    master, the school calendar and the student's booked
007298*    periods on SCHEDULE, the day's marks roll up to a single
007299*    P/A/T/E day record on PERDFEED for the nightly ATTEDIT,
007300*    and CUTRPT lists every student present for the day but
007301*    absent from one or more booked periods. where the clerk
007302*    already keyed a day status on the raw daily file it
007303*    stands and no roll-up is cut, which also keeps a rerun
007304*    from feeding the same day twice.
007305     open input student-master.
007306     if ws-student-status not = '00'
007307         move 'STUDENT-MASTER' to ws-io-check-name
007308         move ws-student-status to ws-io-check-status
007309         perform 0990-CHECK-FILE-STATUS
007310     end-if.
007311     open input school-calendar.
007312     if ws-calendar-status not = '00'
007313         move 'SCHOOL-CALENDAR' to ws-io-check-name
007314         move ws-calendar-status to ws-io-check-status
007315         perform 0990-CHECK-FILE-STATUS
007316     end-if.
007317     open output period-reject.
007318     if ws-perrjct-status not = '00'
007319         move 'PERIOD-REJECT' to ws-io-check-name
007320         move ws-perrjct-status to ws-io-check-status
007321         perform 0990-CHECK-FILE-STATUS
007322     end-if.
007323     sort sort-work-5
007324         on ascending key sw5-student-id sw5-period
007325         using schedule-file
007326         giving schedule-work.
007327     sort sort-work-1
007328         on ascending key sw1-student-id sw1-attendance-date
007329         using attendance-trans
007330         giving day-work.
007331     open input schedule-work.
007332     if ws-schdwork-status not = '00'
007333         move 'SCHEDULE-WORK' to ws-io-check-name
007334         move ws-schdwork-status to ws-io-check-status
007335         perform 0990-CHECK-FILE-STATUS
007336     end-if.
007337     open input day-work.
007338     if ws-daywork-status not = '00'
007339         move 'DAY-WORK' to ws-io-check-name
007340         move ws-daywork-status to ws-io-check-status
007341         perform 0990-CHECK-FILE-STATUS
007342     end-if.
007343     open output period-feed.
007344     if ws-perdfeed-status not = '00'
007345         move 'PERIOD-FEED' to ws-io-check-name
007346         move ws-perdfeed-status to ws-io-check-status
007347         perform 0990-CHECK-FILE-STATUS
007348     end-if.
007349     open output cutting-rpt.
007350     if ws-cutrpt-status not = '00'
007351         move 'CUTTING-RPT' to ws-io-check-name
007352         move ws-cutrpt-status to ws-io-check-status
007353         perform 0990-CHECK-FILE-STATUS
007354     end-if.
007355     move spaces to cutting-line.
007356     string 'CLASS CUTTING EXCEPTIONS - ' delimited by size
007357             ws-current-yyyymmdd delimited by size
007358         into cutting-line.
007359     write cutting-line.
007360     move spaces to cutting-line.
007361     string 'STUDENT    NAME' delimited by size
007362         into cutting-line.
007363     move 'DATE      DAY  ABSENT PERIODS' to cutting-line (43:29).
007364     write cutting-line.
007365     sort sort-work-12
007366         on ascending key sw12-student-id sw12-attendance-date
007367             sw12-period
007368         input procedure is 2510-EDIT-PERIOD-MARKS
007369         output procedure is 2530-MATCH-PERIOD-MARKS.
007370     move ws-pd-cut-count to ws-cnt-edit.
007371     move spaces to cutting-line.
007372     string 'STUDENT-DAYS LISTED ' delimited by size
007373             ws-cnt-edit delimited by size
007374         into cutting-line.
007375     write cutting-line after advancing 2 lines.
007376     close schedule-work day-work period-feed cutting-rpt.
007377     close period-reject school-calendar student-master.
007378     perform 9800-WRITE-RUN-CONTROL.
007379
007380 2510-EDIT-PERIOD-MARKS.
007381     open input period-attendance.
007382     if ws-perdattn-status not = '00'
007383         move 'PERIOD-ATTENDANCE' to ws-io-check-name
007384         move ws-perdattn-status to ws-io-check-status
007385         perform 0990-CHECK-FILE-STATUS
007386     end-if.
007387     move 'N' to ws-perd-eof.
007388     perform until perd-eof
007389         read period-attendance
007390             at end
007391                 set perd-eof to true
007392             not at end
007393                 perform 2515-EDIT-ONE-PERIOD-MARK
007394         end-read
007395     end-perform.
007396     close period-attendance.
007397
007398 2515-EDIT-ONE-PERIOD-MARK.
007399     add 1 to ws-cnt-trans-read.
007400     set ws-reject-switch to 'N'.
007401     move spaces to ws-reject-reason.
007402     move pa-student-id to st-student-id.
007403     read student-master
007404         invalid key
007405             set record-rejected to true
007406             set reason-unknown-student to true
007407         not invalid key
007408             if st-withdrawn
007409                 set record-rejected to true
007410                 set reason-withdrawn-student to true
007411             end-if
007412     end-read.
007413     if not record-rejected
007414         perform 2520-VALIDATE-PERIOD-DATE
007415     end-if.
007416     if not record-rejected
007417         if not valid-period-status
007418             set record-rejected to true
007419             set reason-bad-att-status to true
007420         end-if
007421     end-if.
007422     if record-rejected
007423         move pa-student-id to pr-student-id
007424         move pa-attendance-date to pr-attendance-date
007425         move pa-period to pr-period
007426         move pa-teacher to pr-teacher
007427         move pa-period-status to pr-period-status
007428         perform 2560-WRITE-PERIOD-REJECT
007429     else
007430         move pa-student-id to sw12-student-id
007431         move pa-attendance-date to sw12-attendance-date
007432         move pa-period to sw12-period
007433         move pa-teacher to sw12-teacher
007434         move pa-period-status to sw12-period-status
007435         release sw12-record
007436     end-if.
007437
007438 2520-VALIDATE-PERIOD-DATE.
007439*    the same date, future-date and session-day checks the
007440*    daily edit applies, so a period mark can never land on a
007441*    day the daily file would refuse.
007442     if pa-attendance-date not numeric
007443         set record-rejected to true
007444         set reason-bad-date to true
007445     else
007446         move pa-attendance-date to ws-date-check
007447         perform 1025-CHECK-CALENDAR-DATE
007448         if not record-rejected
007449             if pa-attendance-date > ws-current-yyyymmdd
007450                 set record-rejected to true
007451                 set reason-future-date to true
007452             end-if
007453         end-if
007454         if not record-rejected
007455             set ca-school-day to true
007456             move pa-attendance-date to ca-code
007457             read school-calendar
007458                 invalid key
007459                     set record-rejected to true
007460                     set reason-not-school-day to true
007461             end-read
007462         end-if
007463     end-if.
007464
007465 2530-MATCH-PERIOD-MARKS.
007466     move spaces to ws-pd-sched-student.
007467     move spaces to ws-pd-mark-key.
007468     move 'N' to ws-pdsched-eof.
007469     perform 2542-READ-SCHED-SIDE.
007470     move 'N' to ws-pdday-eof.
007471     perform 2544-READ-DAY-SIDE.
007472     move 'N' to ws-sort12-eof.
007473     perform until sort12-eof
007474         return sort-work-12
007475             at end
007476                 set sort12-eof to true
007477                 if ws-pd-mark-student not = spaces
007478                     perform 2550-CLOSE-STUDENT-DAY
007479                 end-if
007480             not at end
007481                 perform 2535-CHECK-ONE-PERIOD-MARK
007482         end-return
007483     end-perform.
007484
007485 2535-CHECK-ONE-PERIOD-MARK.
007486     if sw12-student-id not = ws-pd-mark-student
007487             or sw12-attendance-date not = ws-pd-mark-date
007488         if ws-pd-mark-student not = spaces
007489             perform 2550-CLOSE-STUDENT-DAY
007490         end-if
007491         if sw12-student-id not = ws-pd-sched-student
007492             move sw12-student-id to ws-pd-sched-student
007493             perform 2540-LOAD-BOOKED-PERIODS
007494         end-if
007495         perform 2538-START-STUDENT-DAY
007496     end-if.
007497     set ws-reject-switch to 'N'.
007498     move spaces to ws-reject-reason.
007499     move zero to ws-pd-booked-sub.
007500     if ws-pd-booked-loaded > zero
007501         set ws-pd-idx to 1
007502         search ws-pd-booked-group
007503             at end
007504                 move zero to ws-pd-booked-sub
007505             when ws-pd-booked-period (ws-pd-idx) = sw12-period
007506                 set ws-pd-booked-sub to ws-pd-idx
007507         end-search
007508     end-if.
007509     evaluate true
007510         when ws-pd-booked-sub = zero
007511             set record-rejected to true
007512             set reason-not-booked-period to true
007513         when ws-pd-booked-teacher (ws-pd-booked-sub)
007514                 not = sw12-teacher
007515             set record-rejected to true
007516             set reason-wrong-teacher to true
007517         when ws-pd-booked-marked (ws-pd-booked-sub) = 'Y'
007518             set record-rejected to true
007519             set reason-dup-period-mark to true
007520         when other
007521             continue
007522     end-evaluate.
007523     if record-rejected
007524         move sw12-student-id to pr-student-id
007525         move sw12-attendance-date to pr-attendance-date
007526         move sw12-period to pr-period
007527         move sw12-teacher to pr-teacher
007528         move sw12-period-status to pr-period-status
007529         perform 2560-WRITE-PERIOD-REJECT
007530     else
007531         move 'Y' to ws-pd-booked-marked (ws-pd-booked-sub)
007532         perform 2536-TALLY-PERIOD-MARK
007533     end-if.
007534
007535 2536-TALLY-PERIOD-MARK.
007536     add 1 to ws-cnt-written.
007537     add 1 to ws-pd-accepted-cnt.
007538     evaluate sw12-period-status
007539         when 'P'
007540             add 1 to ws-pd-present-cnt
007541         when 'T'
007542             add 1 to ws-pd-tardy-cnt
007543         when 'E'
007544             add 1 to ws-pd-excused-cnt
007545         when other
007546             if ws-pd-absent-cnt < 12
007547                 move sw12-period to ws-pd-absent-list
007548                     (ws-pd-absent-cnt * 3 + 1:2)
007549             end-if
007550             add 1 to ws-pd-absent-cnt
007551     end-evaluate.
007552
007553 2538-START-STUDENT-DAY.
007554     move sw12-student-id to ws-pd-mark-student.
007555     move sw12-attendance-date to ws-pd-mark-date.
007556     move zeros to ws-pd-day-counts.
007557     move spaces to ws-pd-absent-list.
007558     perform varying ws-pd-booked-sub from 1 by 1
007559             until ws-pd-booked-sub > ws-pd-booked-loaded
007560         move 'N' to ws-pd-booked-marked (ws-pd-booked-sub)
007561     end-perform.
007562
007563 2540-LOAD-BOOKED-PERIODS.
007564*    schedule-work is in student/period order, so the booked
007565*    periods for the student in ws-pd-sched-student are picked
007566*    up as the caller reaches that student and every earlier
007567*    student is skipped over. the GPA run uses it as well.
007568     move 15 to ws-pd-booked-count.
007569     move zero to ws-pd-booked-loaded.
007570     perform until pdsched-eof
007571             or sk-student-id >= ws-pd-sched-student
007572         perform 2542-READ-SCHED-SIDE
007573     end-perform.
007574     perform until pdsched-eof
007575             or sk-student-id not = ws-pd-sched-student
007576         if ws-pd-booked-loaded < 15
007577             add 1 to ws-pd-booked-loaded
007578             move sk-period to
007579                 ws-pd-booked-period (ws-pd-booked-loaded)
007580             move sk-teacher to
007581                 ws-pd-booked-teacher (ws-pd-booked-loaded)
007582             move sk-course-code to
007583                 ws-pd-booked-course (ws-pd-booked-loaded)
007584             move 'N' to
007585                 ws-pd-booked-marked (ws-pd-booked-loaded)
007586         end-if
007587         perform 2542-READ-SCHED-SIDE
007588     end-perform.
007589     if ws-pd-booked-loaded > zero
007590         move ws-pd-booked-loaded to ws-pd-booked-count
007591     else
007592         move 1 to ws-pd-booked-count
007593     end-if.
007594
007595 2542-READ-SCHED-SIDE.
007596     read schedule-work
007597         at end
007598             set pdsched-eof to true
007599     end-read.
007600
007601 2544-READ-DAY-SIDE.
007602     read day-work
007603         at end
007604             set pdday-eof to true
007605         not at end
007606             move dw-student-id to ws-pd-day-student
007607             move dw-attendance-date to ws-pd-day-date
007608     end-read.
007609
007610 2550-CLOSE-STUDENT-DAY.
007611*    roll-up rule: no presence at all is an excused day only
007612*    when every period missed was excused, otherwise absent;
007613*    present in any period is tardy if late to any class,
007614*    otherwise present. a keyed day status always stands.
007615     if ws-pd-accepted-cnt > zero
007616         perform 2552-SET-DAY-STATUS
007617         if (ws-pd-day-status = 'P' or ws-pd-day-status = 'T')
007618                 and ws-pd-absent-cnt > zero
007619             perform 2555-WRITE-CUTTING-LINE
007620         end-if
007621     end-if.
007622
007623 2552-SET-DAY-STATUS.
007624     perform until pdday-eof
007625             or ws-pd-day-key >= ws-pd-mark-key
007626         perform 2544-READ-DAY-SIDE
007627     end-perform.
007628     if not pdday-eof and ws-pd-day-key = ws-pd-mark-key
007629         move dw-attendance-status to ws-pd-day-status
007630     else
007631         evaluate true
007632             when ws-pd-present-cnt + ws-pd-tardy-cnt = zero
007633                     and ws-pd-absent-cnt = zero
007634                 move 'E' to ws-pd-day-status
007635             when ws-pd-present-cnt + ws-pd-tardy-cnt = zero
007636                 move 'A' to ws-pd-day-status
007637             when ws-pd-tardy-cnt > zero
007638                 move 'T' to ws-pd-day-status
007639             when other
007640                 move 'P' to ws-pd-day-status
007641         end-evaluate
007642         move ws-pd-mark-student to pf-student-id
007643         move ws-pd-mark-date to pf-attendance-date
007644         move ws-pd-day-status to pf-attendance-status
007645         write period-feed-record
007646         add 1 to ws-cnt-rewritten
007647     end-if.
007648
007649 2555-WRITE-CUTTING-LINE.
007650     move ws-pd-mark-student to st-student-id.
007651     read student-master
007652         invalid key
007653             move '(NOT ON MASTER)' to st-student-name
007654     end-read.
007655     move spaces to cutting-line.
007656     string ws-pd-mark-student delimited by size
007657             '  ' delimited by size
007658             st-student-name delimited by size
007659             ' ' delimited by size
007660             ws-pd-mark-date delimited by size
007661             '   ' delimited by size
007662             ws-pd-day-status delimited by size
007663             '   ' delimited by size
007664             ws-pd-absent-list delimited by size
007665         into cutting-line.
007666     write cutting-line.
007667     add 1 to ws-pd-cut-count.
007668
007669 2560-WRITE-PERIOD-REJECT.
007670     move ws-reject-reason to pr-reason-code.
007671     evaluate true
007672         when reason-unknown-student
007673             move 'STUDENT NOT ON MASTER' to pr-reason-text
007674         when reason-withdrawn-student
007675             move 'STUDENT IS WITHDRAWN' to pr-reason-text
007676         when reason-bad-date
007677             move 'INVALID CALENDAR DATE' to pr-reason-text
007678         when reason-future-date
007679             move 'ATTENDANCE DATE IN FUTURE' to pr-reason-text
007680         when reason-not-school-day
007681             move 'SCHOOL NOT IN SESSION ON DATE'
007682                 to pr-reason-text
007683         when reason-bad-att-status
007684             move 'UNKNOWN ATTENDANCE STATUS CODE'
007685                 to pr-reason-text
007686         when reason-not-booked-period
007687             move 'STUDENT NOT BOOKED IN THIS PERIOD'
007688                 to pr-reason-text
007689         when reason-wrong-teacher
007690             move 'PERIOD BOOKED WITH ANOTHER TEACHER'
007691                 to pr-reason-text
007692         when reason-dup-period-mark
007693             move 'PERIOD ALREADY MARKED FOR THIS DAY'
007694                 to pr-reason-text
007695         when other
007696             move 'UNKNOWN REJECT REASON' to pr-reason-text
007697     end-evaluate.
007698     write period-reject-record.
007699     add 1 to ws-cnt-rejected.
007700
007701 2600-CLASS-ROSTER-RUN.
007702*    teachers had no printed class list and built their own
007703*    from CONFLRPT. this prints one page per teacher, period
007704*    and course from SCHEDULE, students in name order with the
007705*    catalog title on the heading and blank columns for the
007706*    teacher to write marks in. withdrawn students and ids not
007707*    on the master are left off.
007708     perform 1420-LOAD-COURSE-CATALOG.
007709     open input student-master.
007710     if ws-student-status not = '00'
007711         move 'STUDENT-MASTER' to ws-io-check-name
007712         move ws-student-status to ws-io-check-status
007713         perform 0990-CHECK-FILE-STATUS
007714     end-if.
007715     open input staff-master.
007716     if ws-staff-status not = '00'
007717         move 'STAFF-MASTER' to ws-io-check-name
007718         move ws-staff-status to ws-io-check-status
007719         perform 0990-CHECK-FILE-STATUS
007720     end-if.
007721     sort sort-work-14
007722         on ascending key sw14-teacher sw14-period
007723             sw14-course-code sw14-student-name sw14-student-id
007724         input procedure is 2610-SELECT-ROSTER-RECS
007725         output procedure is 2630-PRINT-CLASS-ROSTERS.
007726     close student-master staff-master.
007727     perform 9800-WRITE-RUN-CONTROL.
007728
007729 2610-SELECT-ROSTER-RECS.
007730     open input schedule-file.
007731     if ws-schedule-status not = '00'
007732         move 'SCHEDULE-FILE' to ws-io-check-name
007733         move ws-schedule-status to ws-io-check-status
007734         perform 0990-CHECK-FILE-STATUS
007735     end-if.
007736     move 'N' to ws-roster-sched-eof.
007737     perform until roster-sched-eof
007738         read schedule-file
007739             at end
007740                 set roster-sched-eof to true
007741             not at end
007742                 perform 2615-SELECT-ONE-ROSTER-REC
007743         end-read
007744     end-perform.
007745     close schedule-file.
007746
007747 2615-SELECT-ONE-ROSTER-REC.
007748     add 1 to ws-cnt-trans-read.
007749     move sc-student-id to st-student-id.
007750     read student-master
007751         invalid key
007752             add 1 to ws-cnt-rejected
007753         not invalid key
007754             if st-withdrawn
007755                 add 1 to ws-cnt-rejected
007756             else
007757                 move sc-teacher to sw14-teacher
007758                 move sc-period to sw14-period
007759                 move sc-course-code to sw14-course-code
007760                 move st-student-name to sw14-student-name
007761                 move sc-student-id to sw14-student-id
007762                 move st-grade-level to sw14-grade-level
007763                 release sw14-record
007764             end-if
007765     end-read.
007766
007767 2630-PRINT-CLASS-ROSTERS.
007768     open output class-roster.
007769     if ws-clsrost-status not = '00'
007770         move 'CLASS-ROSTER' to ws-io-check-name
007771         move ws-clsrost-status to ws-io-check-status
007772         perform 0990-CHECK-FILE-STATUS
007773     end-if.
007774     move spaces to ws-roster-section.
007775     move zero to ws-roster-count.
007776     move 'N' to ws-sort14-eof.
007777     perform until sort14-eof
007778         return sort-work-14
007779             at end
007780                 set sort14-eof to true
007781                 if ws-roster-teacher not = spaces
007782                     perform 2637-PRINT-ROSTER-FOOTER
007783                 end-if
007784             not at end
007785                 perform 2635-PRINT-ROSTER-LINE
007786         end-return
007787     end-perform.
007788     close class-roster.
007789
007790 2635-PRINT-ROSTER-LINE.
007791     move sw14-teacher to ws-roster-new-teacher.
007792     move sw14-period to ws-roster-new-period.
007793     move sw14-course-code to ws-roster-new-course.
007794     if ws-roster-sw14-section not = ws-roster-section
007795         if ws-roster-teacher not = spaces
007796             perform 2637-PRINT-ROSTER-FOOTER
007797         end-if
007798         perform 2636-PRINT-ROSTER-HEADING
007799         move ws-roster-sw14-section to ws-roster-section
007800         move zero to ws-roster-count
007801     end-if.
007802     move spaces to class-roster-line.
007803     string sw14-student-id delimited by size
007804             '  ' delimited by size
007805             sw14-student-name delimited by size
007806             '  ' delimited by size
007807             sw14-grade-level delimited by size
007808             '  ' delimited by size
007809             ws-roster-marks delimited by size
007810         into class-roster-line.
007811     write class-roster-line after advancing 2 lines.
007812     add 1 to ws-roster-count.
007813     add 1 to ws-cnt-written.
007814
007815 2636-PRINT-ROSTER-HEADING.
007816     move sw14-course-code to ws-course-lookup.
007817     perform 1430-LOOKUP-COURSE-CODE.
007818     if ws-course-sub > zero
007819         move ws-course-title (ws-course-sub)
007820             to ws-course-title-out
007821     else
007822         move '(NOT ON CATALOG)' to ws-course-title-out
007823     end-if.
007824*    a teacher column that is not a staff id - an old typed
007825*    name - prints as it stands.
007826     move sw14-staff-id to sf-staff-id.
007827     read staff-master
007828         invalid key
007829             move sw14-teacher to ws-staff-name-out
007830         not invalid key
007831             move spaces to ws-staff-name-out
007832             string sw14-staff-id delimited by size
007833                     ' ' delimited by size
007834                     sf-staff-name delimited by size
007835                 into ws-staff-name-out
007836     end-read.
007837     move spaces to class-roster-line.
007838     string 'CLASS ROSTER - TEACHER: ' delimited by size
007839             ws-staff-name-out delimited by size
007840             ' PERIOD ' delimited by size
007841             sw14-period delimited by size
007842         into class-roster-line.
007843     write class-roster-line after advancing page.
007844     move spaces to class-roster-line.
007845     string 'COURSE: ' delimited by size
007846             sw14-course-code delimited by size
007847             '  ' delimited by size
007848             ws-course-title-out delimited by size
007849             '  ' delimited by size
007850             ws-current-yyyymmdd delimited by size
007851         into class-roster-line.
007852     write class-roster-line after advancing 1 line.
007853     move spaces to class-roster-line.
007854     string 'STUDENT    NAME' delimited by size
007855         into class-roster-line.
007856     move 'GR' to class-roster-line (44:2).
007857     write class-roster-line after advancing 2 lines.
007858
007859 2637-PRINT-ROSTER-FOOTER.
007860     move ws-roster-count to ws-count-edit.
007861     move spaces to class-roster-line.
007862     string 'STUDENTS ENROLLED ' delimited by size
007863             ws-count-edit delimited by size
007864         into class-roster-line.
007865     write class-roster-line after advancing 2 lines.
007866
007867 2700-PROGRESS-NOTICE-RUN.
007868*    board policy requires written warning to the guardian at
007869*    mid-term when a student is failing or close to it. the
007870*    interim grades are read for notices only - nothing here
007871*    touches GRDHIST or st-gpa. one notice per student lists
007872*    every D, F or incomplete by course title; the PROGLOG KSDS
007873*    (student + term) stops a rerun mailing it twice, the way
007874*    TRUANLOG does, and a student with no guardian contact
007875*    goes to the reject file for the office. the term id is
007876*    required on the PARM (PARM='PROGRESS,2026S1').
007877     move spaces to ws-gpa-term-id.
007878     if ws-parm-opt1 = spaces
007879         display 'HELLOWORLD: PROGRESS NEEDS A TERM ID ON THE '
007880             'PARM'
007881         move 8 to return-code
007882     else
007883         move ws-parm-opt1 (1:6) to ws-gpa-term-id
007884         perform 0405-VALIDATE-GPA-TERM
007885         if gpa-term-ok
007886             perform 2705-PROGRESS-NOTICE-PROCESS
007887         else
007888             move 8 to return-code
007889         end-if
007890     end-if.
007891
007892 2705-PROGRESS-NOTICE-PROCESS.
007893     perform 1420-LOAD-COURSE-CATALOG.
007894     open input student-master.
007895     if ws-student-status not = '00'
007896         move 'STUDENT-MASTER' to ws-io-check-name
007897         move ws-student-status to ws-io-check-status
007898         perform 0990-CHECK-FILE-STATUS
007899     end-if.
007900     open input guardian-contact.
007901     if ws-guardian-status not = '00'
007902         move 'GUARDIAN-CONTACT' to ws-io-check-name
007903         move ws-guardian-status to ws-io-check-status
007904         perform 0990-CHECK-FILE-STATUS
007905     end-if.
007906     open i-o progress-log.
007907     if ws-proglog-status not = '00'
007908         move 'PROGRESS-LOG' to ws-io-check-name
007909         move ws-proglog-status to ws-io-check-status
007910         perform 0990-CHECK-FILE-STATUS
007911     end-if.
007912     open output progress-letters.
007913     if ws-progltr-status not = '00'
007914         move 'PROGRESS-LETTERS' to ws-io-check-name
007915         move ws-progltr-status to ws-io-check-status
007916         perform 0990-CHECK-FILE-STATUS
007917     end-if.
007918     open output reject-file.
007919     if ws-reject-status not = '00'
007920         move 'REJECT-FILE' to ws-io-check-name
007921         move ws-reject-status to ws-io-check-status
007922         perform 0990-CHECK-FILE-STATUS
007923     end-if.
007924     sort sort-work-15
007925         on ascending key sw15-student-id sw15-course-code
007926         input procedure is 2710-SELECT-DEFICIENT-GRADES
007927         output procedure is 2720-ISSUE-PROGRESS-NOTICES.
007928     close student-master guardian-contact progress-log.
007929     close progress-letters reject-file.
007930     perform 9800-WRITE-RUN-CONTROL.
007931
007932 2710-SELECT-DEFICIENT-GRADES.
007933     open input interim-grades.
007934     if ws-interim-status not = '00'
007935         move 'INTERIM-GRADES' to ws-io-check-name
007936         move ws-interim-status to ws-io-check-status
007937         perform 0990-CHECK-FILE-STATUS
007938     end-if.
007939     move 'N' to ws-interim-eof.
007940     perform until interim-eof
007941         read interim-grades
007942             at end
007943                 set interim-eof to true
007944             not at end
007945                 add 1 to ws-cnt-trans-read
007946                 if ig-deficient-grade
007947                     move ig-student-id to sw15-student-id
007948                     move ig-course-code to sw15-course-code
007949                     move ig-letter-grade to sw15-letter-grade
007950                     release sw15-record
007951                 end-if
007952         end-read
007953     end-perform.
007954     close interim-grades.
007955
007956 2720-ISSUE-PROGRESS-NOTICES.
007957     move spaces to ws-prog-student-id.
007958     move zero to ws-prog-course-count.
007959     move 'N' to ws-sort15-eof.
007960     perform until sort15-eof
007961         return sort-work-15
007962             at end
007963                 set sort15-eof to true
007964                 if ws-prog-student-id not = spaces
007965                     perform 2730-CLOSE-PROGRESS-STUDENT
007966                 end-if
007967             not at end
007968                 perform 2725-HOLD-DEFICIENT-COURSE
007969         end-return
007970     end-perform.
007971
007972 2725-HOLD-DEFICIENT-COURSE.
007973     if sw15-student-id not = ws-prog-student-id
007974         if ws-prog-student-id not = spaces
007975             perform 2730-CLOSE-PROGRESS-STUDENT
007976         end-if
007977         move sw15-student-id to ws-prog-student-id
007978         move zero to ws-prog-course-count
007979     end-if.
007980     if ws-prog-course-count < 15
007981         add 1 to ws-prog-course-count
007982         move sw15-course-code
007983             to ws-prog-course-code (ws-prog-course-count)
007984         move sw15-letter-grade
007985             to ws-prog-grade (ws-prog-course-count)
007986     end-if.
007987
007988 2730-CLOSE-PROGRESS-STUDENT.
007989*    withdrawn students and ids no longer on the master get
007990*    no notice - there is no one enrolled to warn about.
007991     move ws-prog-student-id to pl-student-id.
007992     move ws-gpa-term-id to pl-term-id.
007993     read progress-log
007994         invalid key
007995             move ws-prog-student-id to st-student-id
007996             read student-master
007997                 invalid key
007998                     continue
007999                 not invalid key
008000                     if st-active
008001                         perform 2735-GENERATE-PROGRESS-NOTICE
008002                     end-if
008003             end-read
008004     end-read.
008005
008006 2735-GENERATE-PROGRESS-NOTICE.
008007     move ws-prog-student-id to gd-student-id.
008008     read guardian-contact
008009         invalid key
008010             set reason-no-guardian to true
008011             move ws-prog-student-id to rj-student-id
008012             move st-student-name to rj-student-name
008013             move ws-reject-reason to rj-reason-code
008014             move 'NO GUARDIAN - PROGRESS NOTICE NOT SENT'
008015                 to rj-reason-text
008016             write reject-record
008017             add 1 to ws-cnt-rejected
008018         not invalid key
008019             perform 2740-PRINT-PROGRESS-NOTICE
008020             perform 2745-LOG-PROGRESS-NOTICE
008021     end-read.
008022
008023 2740-PRINT-PROGRESS-NOTICE.
008024     move spaces to progress-letter-line.
008025     string 'OFFICE OF THE PRINCIPAL             '
008026             delimited by size
008027             ws-current-yyyymmdd delimited by size
008028         into progress-letter-line.
008029     write progress-letter-line after advancing page.
008030     move spaces to progress-letter-line.
008031     write progress-letter-line after advancing 1 line.
008032     move gd-guardian-name to progress-letter-line.
008033     write progress-letter-line after advancing 1 line.
008034     move gd-addr-line-1 to progress-letter-line.
008035     write progress-letter-line after advancing 1 line.
008036     move gd-addr-line-2 to progress-letter-line.
008037     write progress-letter-line after advancing 1 line.
008038     move spaces to progress-letter-line.
008039     write progress-letter-line after advancing 1 line.
008040     move spaces to progress-letter-line.
008041     string 'RE: ' delimited by size
008042             st-student-name delimited by size
008043             ' ID ' delimited by size
008044             ws-prog-student-id delimited by size
008045         into progress-letter-line.
008046     write progress-letter-line after advancing 1 line.
008047     move spaces to progress-letter-line.
008048     write progress-letter-line after advancing 1 line.
008049     move spaces to progress-letter-line.
008050     string 'THIS IS YOUR MID-TERM PROGRESS NOTICE FOR TERM '
008051             delimited by size
008052             ws-gpa-term-id delimited by size
008053             '.' delimited by size
008054         into progress-letter-line.
008055     write progress-letter-line after advancing 1 line.
008056     move spaces to progress-letter-line.
008057     string 'THE STUDENT NAMED ABOVE IS FAILING OR IN DANGER '
008058             delimited by size
008059             'OF FAILING:' delimited by size
008060         into progress-letter-line.
008061     write progress-letter-line after advancing 1 line.
008062     move spaces to progress-letter-line.
008063     write progress-letter-line after advancing 1 line.
008064     perform varying ws-prog-sub from 1 by 1
008065             until ws-prog-sub > ws-prog-course-count
008066         perform 2742-PRINT-NOTICE-COURSE
008067     end-perform.
008068     move spaces to progress-letter-line.
008069     write progress-letter-line after advancing 1 line.
008070     move spaces to progress-letter-line.
008071     string 'PLEASE CONTACT THE SCHOOL OFFICE TO ARRANGE A '
008072             delimited by size
008073             'CONFERENCE.' delimited by size
008074         into progress-letter-line.
008075     write progress-letter-line after advancing 1 line.
008076     if gd-language-code not = 'EN'
008077         move spaces to progress-letter-line
008078         string 'TRANSLATION REQUIRED - LANGUAGE CODE '
008079                 delimited by size
008080                 gd-language-code delimited by size
008081             into progress-letter-line
008082         write progress-letter-line after advancing 2 lines
008083     end-if.
008084     add 1 to ws-cnt-written.
008085
008086 2742-PRINT-NOTICE-COURSE.
008087     move ws-prog-course-code (ws-prog-sub) to ws-course-lookup.
008088     perform 1430-LOOKUP-COURSE-CODE.
008089     if ws-course-sub > zero
008090         move ws-course-title (ws-course-sub)
008091             to ws-course-title-out
008092     else
008093         move '(NOT ON CATALOG)' to ws-course-title-out
008094     end-if.
008095     evaluate ws-prog-grade (ws-prog-sub)
008096         when 'F'
008097             move 'F  FAILING' to ws-prog-grade-text
008098         when 'D'
008099             move 'D  NEAR FAILING' to ws-prog-grade-text
008100         when other
008101             move 'I  INCOMPLETE' to ws-prog-grade-text
008102     end-evaluate.
008103     move spaces to progress-letter-line.
008104     string '    ' delimited by size
008105             ws-course-title-out delimited by size
008106             '  ' delimited by size
008107             ws-prog-grade-text delimited by size
008108         into progress-letter-line.
008109     write progress-letter-line after advancing 1 line.
008110
008111 2745-LOG-PROGRESS-NOTICE.
008112     move ws-prog-student-id to pl-student-id.
008113     move ws-gpa-term-id to pl-term-id.
008114     move ws-current-yyyymmdd to pl-notice-date.
008115     move ws-prog-course-count to pl-course-count.
008116     write progress-log-record
008117         invalid key
008118             move 'PROGRESS-LOG' to ws-io-check-name
008119             move ws-proglog-status to ws-io-check-status
008120             perform 0990-CHECK-FILE-STATUS
008121     end-write.
008122     add 1 to ws-cnt-rewritten.
008123
008124 2800-GRADE-CHANGE-RUN.
008125*    correcting one posted grade used to mean rerunning GPA for
008126*    the whole term, which overwrote st-gpa with that term
008127*    alone and silently rewrote the history row. a grade
008128*    change transaction now updates just the GRDHIST row named
008129*    - only when its old grade matches the row on file - and
008130*    st-gpa is recomputed as the cumulative gpa over every
008131*    term on GRDHIST, audited and journaled like any other
008132*    master change. GRDCHRPT registers each change, then lists
008133*    the students whose class rank or honor/probation standing
008134*    may now be stale. the standing thresholds default as for
008135*    STANDING and may be passed the same way
008136*    (PARM='GRDCHANGE,3.50,2.00').
008137     perform 1210-SET-STANDING-THRESHOLDS.
008138     open i-o student-master.
008139     if ws-student-status not = '00'
008140         move 'STUDENT-MASTER' to ws-io-check-name
008141         move ws-student-status to ws-io-check-status
008142         perform 0990-CHECK-FILE-STATUS
008143     end-if.
008144     open i-o grade-history.
008145     if ws-grdhist-status not = '00'
008146         move 'GRADE-HISTORY' to ws-io-check-name
008147         move ws-grdhist-status to ws-io-check-status
008148         perform 0990-CHECK-FILE-STATUS
008149     end-if.
008150     open input rank-file.
008151     if ws-rankfile-status not = '00'
008152         move 'RANK-FILE' to ws-io-check-name
008153         move ws-rankfile-status to ws-io-check-status
008154         perform 0990-CHECK-FILE-STATUS
008155     end-if.
008156     open input staff-master.
008157     if ws-staff-status not = '00'
008158         move 'STAFF-MASTER' to ws-io-check-name
008159         move ws-staff-status to ws-io-check-status
008160         perform 0990-CHECK-FILE-STATUS
008161     end-if.
008162     open extend audit-log.
008163     if ws-audit-status not = '00'
008164         move 'AUDIT-LOG' to ws-io-check-name
008165         move ws-audit-status to ws-io-check-status
008166         perform 0990-CHECK-FILE-STATUS
008167     end-if.
008168     open extend recovery-journal.
008169     if ws-recvjrnl-status not = '00'
008170         move 'RECOVERY-JOURNAL' to ws-io-check-name
008171         move ws-recvjrnl-status to ws-io-check-status
008172         perform 0990-CHECK-FILE-STATUS
008173     end-if.
008174     open output reject-file.
008175     if ws-reject-status not = '00'
008176         move 'REJECT-FILE' to ws-io-check-name
008177         move ws-reject-status to ws-io-check-status
008178         perform 0990-CHECK-FILE-STATUS
008179     end-if.
008180     open output grade-change-rpt.
008181     if ws-grdchrpt-status not = '00'
008182         move 'GRADE-CHANGE-RPT' to ws-io-check-name
008183         move ws-grdchrpt-status to ws-io-check-status
008184         perform 0990-CHECK-FILE-STATUS
008185     end-if.
008186     move spaces to grade-change-line.
008187     string 'GRADE CHANGE REGISTER - ' delimited by size
008188             ws-current-yyyymmdd delimited by size
008189         into grade-change-line.
008190     write grade-change-line.
008191     move spaces to grade-change-line.
008192     string 'STUDENT    TERM   COURSE OLD NEW RSN STAFF   '
008193             delimited by size
008194             'OLD GPA NEW GPA' delimited by size
008195         into grade-change-line.
008196     write grade-change-line after advancing 2 lines.
008197     sort sort-work-16
008198         on ascending key sw16-student-id sw16-sequence
008199         input procedure is 2810-APPLY-GRADE-CHANGES
008200         output procedure is 2840-PRINT-STALE-STANDINGS.
008201     close student-master grade-history rank-file.
008202     close staff-master.
008203     close audit-log recovery-journal reject-file.
008204     close grade-change-rpt.
008205     perform 9800-WRITE-RUN-CONTROL.
008206
008207 2810-APPLY-GRADE-CHANGES.
008208     open input grade-change-trans.
008209     if ws-grdchg-status not = '00'
008210         move 'GRADE-CHANGE-TRANS' to ws-io-check-name
008211         move ws-grdchg-status to ws-io-check-status
008212         perform 0990-CHECK-FILE-STATUS
008213     end-if.
008214     move 'N' to ws-gc-eof.
008215     perform until gc-eof
008216         read grade-change-trans
008217             at end
008218                 set gc-eof to true
008219             not at end
008220                 perform 2815-EDIT-ONE-GRADE-CHANGE
008221         end-read
008222     end-perform.
008223     close grade-change-trans.
008224
008225 2815-EDIT-ONE-GRADE-CHANGE.
008226     add 1 to ws-cnt-trans-read.
008227     set ws-reject-switch to 'N'.
008228     move spaces to ws-reject-reason.
008229     move gc-student-id to st-student-id.
008230     add 1 to ws-cnt-master-read.
008231     read student-master
008232         invalid key
008233             set record-rejected to true
008234             set reason-unknown-student to true
008235     end-read.
008236     if not record-rejected
008237         if gc-reason-code = spaces or gc-auth-staff = spaces
008238             set record-rejected to true
008239             set reason-no-authorization to true
008240         end-if
008241     end-if.
008242*    the authorizing staff id must be a current staff member.
008243     if not record-rejected
008244         move gc-auth-staff to sf-staff-id
008245         read staff-master
008246             invalid key
008247                 set record-rejected to true
008248                 set reason-staff-not-found to true
008249             not invalid key
008250                 if not sf-active
008251                     set record-rejected to true
008252                     set reason-staff-inactive to true
008253                 end-if
008254         end-read
008255     end-if.
008256     if not record-rejected
008257         if not valid-new-grade
008258             set record-rejected to true
008259             set reason-bad-new-grade to true
008260         end-if
008261     end-if.
008262     if not record-rejected
008263         move gc-student-id to gh-student-id
008264         move gc-term-id to gh-term-id
008265         move gc-course-code to gh-course-code
008266         read grade-history
008267             invalid key
008268                 set record-rejected to true
008269                 set reason-hist-not-found to true
008270             not invalid key
008271                 if gh-letter-grade not = gc-old-grade
008272                     set record-rejected to true
008273                     set reason-old-grade-mismatch to true
008274                 end-if
008275         end-read
008276     end-if.
008277     if record-rejected
008278         perform 2835-WRITE-GRADE-CHANGE-REJECT
008279     else
008280         perform 2820-APPLY-GRADE-CHANGE
008281     end-if.
008282
008283 2820-APPLY-GRADE-CHANGE.
008284     move gc-new-grade to gh-letter-grade.
008285     rewrite grade-history-record.
008286     if ws-grdhist-status not = '00'
008287         move 'GRADE-HISTORY' to ws-io-check-name
008288         move ws-grdhist-status to ws-io-check-status
008289         perform 0990-CHECK-FILE-STATUS
008290     end-if.
008291     add 1 to ws-cnt-written.
008292     move gc-student-id to ws-gpa-student-id.
008293     perform 2825-RECOMPUTE-CUMULATIVE-GPA.
008294     perform 2830-POST-CUMULATIVE-GPA.
008295     perform 2832-CHECK-STALE-STANDING.
008296     perform 2834-WRITE-CHANGE-REGISTER.
008297
008298 2825-RECOMPUTE-CUMULATIVE-GPA.
008299*    every term on GRDHIST, weighted by credit hours the same
008300*    way the GPA run weights a single term. the caller sets
008301*    ws-gpa-student-id.
008302     move zero to ws-gpa-quality-points ws-gpa-credit-total.
008303     move ws-gpa-student-id to gh-student-id.
008304     move low-values to gh-term-id.
008305     move low-values to gh-course-code.
008306     move 'N' to ws-hist-eof.
008307     start grade-history key not less than gh-key
008308         invalid key
008309             set hist-eof to true
008310     end-start.
008311     perform until hist-eof
008312         read grade-history next record
008313             at end
008314                 set hist-eof to true
008315             not at end
008316                 if gh-student-id = ws-gpa-student-id
008317                     move gh-letter-grade to ws-letter-grade-in
008318                     perform 0426-LOOKUP-GRADE-POINTS
008319                     compute ws-gpa-quality-points =
008320                         ws-gpa-quality-points
008321                         + (ws-grade-points * gh-credit-hours)
008322                     add gh-credit-hours to ws-gpa-credit-total
008323                 else
008324                     set hist-eof to true
008325                 end-if
008326         end-read
008327     end-perform.
008328     if ws-gpa-credit-total > zero
008329         compute ws-gpa-value rounded =
008330             ws-gpa-quality-points / ws-gpa-credit-total
008331     else
008332         move zero to ws-gpa-value
008333     end-if.
008334
008335 2830-POST-CUMULATIVE-GPA.
008336     move student-record to ws-jr-save-image.
008337     move st-student-name to au-before-name.
008338     move st-grade-level to au-before-grade.
008339     move st-homeroom-code to au-before-homeroom.
008340     move st-gpa to au-before-gpa.
008341     move st-gpa to ws-gc-old-gpa.
008342     move ws-gpa-value to st-gpa.
008343     rewrite student-record.
008344     if ws-student-status not = '00'
008345         move 'STUDENT-MASTER' to ws-io-check-name
008346         move ws-student-status to ws-io-check-status
008347         perform 0990-CHECK-FILE-STATUS
008348     end-if.
008349     add 1 to ws-cnt-rewritten.
008350     perform 0860-BUILD-AFTER-IMAGE.
008351     move '2830-POST-CUMULATIVE-GPA' to au-paragraph.
008352     perform 0600-WRITE-AUDIT-LOG.
008353     move 'R' to jr-action.
008354     move ws-jr-save-image to jr-before-image.
008355     move student-record to jr-after-image.
008356     perform 0610-WRITE-RECOVERY-JOURNAL.
008357
008358 2832-CHECK-STALE-STANDING.
008359*    any change to a ranked student's gpa can move the rank;
008360*    standing is stale only when the gpa crossed a threshold.
008361     move 'N' to ws-gc-rank-stale.
008362     move 'N' to ws-gc-standing-stale.
008363     if st-gpa not = ws-gc-old-gpa
008364         move gc-student-id to rk-student-id
008365         read rank-file
008366             invalid key
008367                 continue
008368             not invalid key
008369                 move 'Y' to ws-gc-rank-stale
008370         end-read
008371         if (ws-gc-old-gpa >= ws-honor-threshold
008372                 and st-gpa < ws-honor-threshold)
008373             or (ws-gc-old-gpa < ws-honor-threshold
008374                 and st-gpa >= ws-honor-threshold)
008375             or (ws-gc-old-gpa < ws-probation-threshold
008376                 and st-gpa >= ws-probation-threshold)
008377             or (ws-gc-old-gpa >= ws-probation-threshold
008378                 and st-gpa < ws-probation-threshold)
008379             move 'Y' to ws-gc-standing-stale
008380         end-if
008381     end-if.
008382     if ws-gc-rank-stale = 'Y' or ws-gc-standing-stale = 'Y'
008383         add 1 to ws-gc-sequence
008384         move gc-student-id to sw16-student-id
008385         move ws-gc-sequence to sw16-sequence
008386         move st-student-name to sw16-student-name
008387         move st-grade-level to sw16-grade-level
008388         move ws-gc-old-gpa to sw16-old-gpa
008389         move st-gpa to sw16-new-gpa
008390         move ws-gc-rank-stale to sw16-rank-stale
008391         move ws-gc-standing-stale to sw16-standing-stale
008392         release sw16-record
008393     end-if.
008394
008395 2834-WRITE-CHANGE-REGISTER.
008396     move ws-gc-old-gpa to ws-gc-old-grade-edit.
008397     move st-gpa to ws-gpa-edit.
008398     move spaces to grade-change-line.
008399     string gc-student-id delimited by size
008400             '  ' delimited by size
008401             gc-term-id delimited by size
008402             ' ' delimited by size
008403             gc-course-code delimited by size
008404             '  ' delimited by size
008405             gc-old-grade delimited by size
008406             '   ' delimited by size
008407             gc-new-grade delimited by size
008408             '   ' delimited by size
008409             gc-reason-code delimited by size
008410             '  ' delimited by size
008411             gc-auth-staff delimited by size
008412             '  ' delimited by size
008413             ws-gc-old-grade-edit delimited by size
008414             '    ' delimited by size
008415             ws-gpa-edit delimited by size
008416         into grade-change-line.
008417     write grade-change-line after advancing 1 line.
008418
008419 2835-WRITE-GRADE-CHANGE-REJECT.
008420     move gc-student-id to rj-student-id.
008421     move spaces to rj-student-name.
008422     move ws-reject-reason to rj-reason-code.
008423     move spaces to rj-reason-text.
008424     evaluate true
008425         when reason-unknown-student
008426             move 'STUDENT NOT ON MASTER' to rj-reason-text
008427         when reason-no-authorization
008428             move 'REASON CODE AND STAFF ID REQUIRED'
008429                 to rj-reason-text
008430         when reason-staff-not-found
008431             string 'STAFF ' delimited by size
008432                     gc-auth-staff delimited by size
008433                     ' NOT ON STAFF MASTER' delimited by size
008434                 into rj-reason-text
008435         when reason-staff-inactive
008436             string 'STAFF ' delimited by size
008437                     gc-auth-staff delimited by size
008438                     ' IS INACTIVE' delimited by size
008439                 into rj-reason-text
008440         when reason-bad-new-grade
008441             move 'INVALID NEW LETTER GRADE' to rj-reason-text
008442         when reason-hist-not-found
008443             string 'NO GRDHIST ROW ' delimited by size
008444                     gc-term-id delimited by size
008445                     ' ' delimited by size
008446                     gc-course-code delimited by size
008447                 into rj-reason-text
008448         when reason-old-grade-mismatch
008449             string 'OLD GRADE ' delimited by size
008450                     gc-old-grade delimited by size
008451                     ' - GRDHIST SHOWS ' delimited by size
008452                     gh-letter-grade delimited by size
008453                 into rj-reason-text
008454         when other
008455             move 'UNKNOWN REJECT REASON' to rj-reason-text
008456     end-evaluate.
008457     write reject-record.
008458     add 1 to ws-cnt-rejected.
008459
008460 2840-PRINT-STALE-STANDINGS.
008461     move spaces to grade-change-line.
008462     string 'RANK / STANDING MAY BE OUT OF DATE - RERUN '
008463             delimited by size
008464             'STUDRANK / STUDSTND' delimited by size
008465         into grade-change-line.
008466     write grade-change-line after advancing page.
008467     move spaces to grade-change-line.
008468     string 'STUDENT    NAME' delimited by size
008469         into grade-change-line.
008470     move 'GR OLD GPA NEW GPA' to grade-change-line (43:18).
008471     write grade-change-line after advancing 2 lines.
008472     move spaces to ws-gc-prior-student.
008473     move 'N' to ws-sort16-eof.
008474     perform until sort16-eof
008475         return sort-work-16
008476             at end
008477                 set sort16-eof to true
008478                 if ws-gc-prior-student not = spaces
008479                     perform 2848-WRITE-STALE-LINE
008480                 end-if
008481             not at end
008482                 perform 2845-HOLD-STALE-STUDENT
008483         end-return
008484     end-perform.
008485     move ws-gc-stale-count to ws-cnt-edit.
008486     move spaces to grade-change-line.
008487     string 'STUDENTS LISTED ' delimited by size
008488             ws-cnt-edit delimited by size
008489         into grade-change-line.
008490     write grade-change-line after advancing 2 lines.
008491
008492 2845-HOLD-STALE-STUDENT.
008493*    several changes for one student print as one line - the
008494*    gpa before the first change and after the last.
008495     if sw16-student-id not = ws-gc-prior-student
008496         if ws-gc-prior-student not = spaces
008497             perform 2848-WRITE-STALE-LINE
008498         end-if
008499         move sw16-student-id to ws-gc-prior-student
008500         move sw16-student-name to ws-gc-hold-name
008501         move sw16-grade-level to ws-gc-hold-grade-level
008502         move sw16-old-gpa to ws-gc-hold-old-gpa
008503         move 'N' to ws-gc-hold-rank
008504         move 'N' to ws-gc-hold-standing
008505     end-if.
008506     move sw16-new-gpa to ws-gc-hold-new-gpa.
008507     if sw16-rank-stale = 'Y'
008508         move 'Y' to ws-gc-hold-rank
008509     end-if.
008510     if sw16-standing-stale = 'Y'
008511         move 'Y' to ws-gc-hold-standing
008512     end-if.
008513
008514 2848-WRITE-STALE-LINE.
008515     move ws-gc-hold-old-gpa to ws-gc-old-grade-edit.
008516     move ws-gc-hold-new-gpa to ws-gpa-edit.
008517     move spaces to grade-change-line.
008518     string ws-gc-prior-student delimited by size
008519             '  ' delimited by size
008520             ws-gc-hold-name delimited by size
008521             ' ' delimited by size
008522             ws-gc-hold-grade-level delimited by size
008523             '  ' delimited by size
008524             ws-gc-old-grade-edit delimited by size
008525             '    ' delimited by size
008526             ws-gpa-edit delimited by size
008527         into grade-change-line.
008528     if ws-gc-hold-rank = 'Y'
008529         move 'RANK' to grade-change-line (63:4)
008530     end-if.
008531     if ws-gc-hold-standing = 'Y'
008532         move 'STANDING' to grade-change-line (68:8)
008533     end-if.
008534     write grade-change-line after advancing 1 line.
008535     add 1 to ws-gc-stale-count.
008536
008537 2900-INTEGRITY-SWEEP-RUN.
008538*    weekly read-only sweep for records that have drifted out
008539*    of step with student-master - side and history records
008540*    left behind for students no longer on the master,
008541*    withdrawn students still holding a schedule or a class
008542*    rank, and active students missing the guardian contact,
008543*    attendance totals or REFDATA codes every other run takes
008544*    for granted. nothing is updated: each exception is listed
008545*    on INTGRPT for the office to clear, the report closes with
008546*    record counts by file and exception counts by category,
008547*    and the step ends cond code 8 when any category is over
008548*    its limit (PARM='INTEGRITY,0,10').
008549     perform 1400-LOAD-REFERENCE-DATA.
008550     perform 2905-SET-INTEGRITY-LIMITS.
008551     open input student-master.
008552     if ws-student-status not = '00'
008553         move 'STUDENT-MASTER' to ws-io-check-name
008554         move ws-student-status to ws-io-check-status
008555         perform 0990-CHECK-FILE-STATUS
008556     end-if.
008557     open output integrity-rpt.
008558     if ws-intgrpt-status not = '00'
008559         move 'INTEGRITY-RPT' to ws-io-check-name
008560         move ws-intgrpt-status to ws-io-check-status
008561         perform 0990-CHECK-FILE-STATUS
008562     end-if.
008563     move spaces to integrity-line.
008564     string 'CROSS-FILE INTEGRITY SWEEP - ' delimited by size
008565             ws-current-yyyymmdd delimited by size
008566         into integrity-line.
008567     write integrity-line.
008568     move spaces to integrity-line.
008569     write integrity-line.
008570     move spaces to integrity-line.
008571     string 'FILE      STUDENT    EXCEPTION' delimited by size
008572             '                       DETAIL' delimited by size
008573         into integrity-line.
008574     write integrity-line.
008575     move zeros to ws-integ-counts ws-integ-reads.
008576     move zero to ws-integ-over-count.
008577     perform 2910-SWEEP-TOTALS-FILE.
008578     perform 2920-SWEEP-GRADE-HISTORY.
008579     perform 2925-SWEEP-GUARDIAN-FILE.
008580     perform 2930-SWEEP-SCHEDULE-FILE.
008581     perform 2935-SWEEP-DISCIPLINE-HISTORY.
008582     perform 2940-SWEEP-RANK-FILE.
008583     perform 2945-SWEEP-TRUANCY-LOG.
008584     perform 2950-SWEEP-PROGRESS-LOG.
008585     perform 2955-SWEEP-GUARDIAN-PHONE.
008586     perform 2957-SWEEP-FEE-LEDGER.
008587     perform 2960-SWEEP-STUDENT-MASTER.
008588     close student-master.
008589     perform 2980-PRINT-INTEGRITY-SUMMARY.
008590     close integrity-rpt.
008591     perform 9800-WRITE-RUN-CONTROL.
008592     if ws-integ-over-count > zero
008593         display 'HELLOWORLD: INTEGRITY CATEGORIES OVER LIMIT - '
008594             ws-integ-over-count
008595         move 8 to return-code
008596     end-if.
008597
008598 2905-SET-INTEGRITY-LIMITS.
008599     if ws-parm-opt1 not = spaces
008600         move ws-parm-opt1 to ws-integ-parm
008601         move 'X' to ws-integ-parm-group
008602         perform 2908-APPLY-INTEGRITY-LIMIT
008603     end-if.
008604     if ws-parm-opt2 not = spaces
008605         move ws-parm-opt2 to ws-integ-parm
008606         move 'M' to ws-integ-parm-group
008607         perform 2908-APPLY-INTEGRITY-LIMIT
008608     end-if.
008609
008610 2908-APPLY-INTEGRITY-LIMIT.
008611     move zero to ws-integ-parm-len.
008612     inspect ws-integ-parm tallying ws-integ-parm-len
008613         for characters before initial space.
008614     if ws-integ-parm-len > zero
008615             and ws-integ-parm-len < 6
008616             and ws-integ-parm (1:ws-integ-parm-len) numeric
008617         move ws-integ-parm (1:ws-integ-parm-len)
008618             to ws-integ-parm-limit
008619         perform varying ws-integ-sub from 1 by 1
008620                 until ws-integ-sub > ws-integ-category-count
008621             if ws-integ-group (ws-integ-sub) =
008622                     ws-integ-parm-group
008623                 move ws-integ-parm-limit
008624                     to ws-integ-limit (ws-integ-sub)
008625             end-if
008626         end-perform
008627     else
008628         display 'HELLOWORLD: INVALID INTEGRITY LIMIT - '
008629             ws-integ-parm
008630     end-if.
008631
008632 2910-SWEEP-TOTALS-FILE.
008633     open input attendance-totals.
008634     if ws-totals-status not = '00'
008635         move 'ATTENDANCE-TOTALS' to ws-io-check-name
008636         move ws-totals-status to ws-io-check-status
008637         perform 0990-CHECK-FILE-STATUS
008638     end-if.
008639     move 2 to ws-integ-file-sub.
008640     move 1 to ws-integ-orphan-cat.
008641     move 0 to ws-integ-wd-cat.
008642     move spaces to ws-integ-prior-id.
008643     move 'N' to ws-integ-eof.
008644     perform until integ-eof
008645         read attendance-totals next record
008646             at end
008647                 set integ-eof to true
008648             not at end
008649                 move tt-student-id to ws-integ-student-id
008650                 perform 2912-CHECK-SIDE-RECORD
008651         end-read
008652     end-perform.
008653     close attendance-totals.
008654
008655 2912-CHECK-SIDE-RECORD.
008656*    the all-zero key is the priming record loaded at define
008657*    time - no real student, never counted. consecutive rows
008658*    for one student share a single master lookup, so the
008659*    student is listed once per file however many rows it has.
008660     if ws-integ-student-id not = '000000000'
008661         add 1 to ws-cnt-trans-read
008662         add 1 to ws-integ-read-count (ws-integ-file-sub)
008663         if ws-integ-student-id not = ws-integ-prior-id
008664             move ws-integ-student-id to ws-integ-prior-id
008665             perform 2913-LOOKUP-SIDE-STUDENT
008666         end-if
008667         if integ-found
008668             add 1 to ws-cnt-written
008669         else
008670             add 1 to ws-cnt-rejected
008671         end-if
008672     end-if.
008673
008674 2913-LOOKUP-SIDE-STUDENT.
008675     set integ-found to true.
008676     move spaces to ws-integ-detail.
008677     move ws-integ-student-id to st-student-id.
008678     add 1 to ws-cnt-master-read.
008679     read student-master
008680         invalid key
008681             set integ-missing to true
008682         not invalid key
008683             if st-withdrawn and ws-integ-wd-cat > zero
008684                 set integ-withdrawn to true
008685             end-if
008686     end-read.
008687     if integ-missing
008688         move ws-integ-orphan-cat to ws-integ-cat
008689         perform 2914-WRITE-INTEGRITY-LINE
008690     end-if.
008691     if integ-withdrawn
008692         move st-student-name to ws-integ-detail
008693         move ws-integ-wd-cat to ws-integ-cat
008694         perform 2914-WRITE-INTEGRITY-LINE
008695     end-if.
008696
008697 2914-WRITE-INTEGRITY-LINE.
008698     add 1 to ws-integ-count (ws-integ-cat).
008699     if ws-integ-group (ws-integ-cat) = 'M'
008700         add 1 to ws-cnt-rewritten
008701     end-if.
008702     move spaces to integrity-line.
008703     string ws-integ-file (ws-integ-cat) delimited by size
008704             '  ' delimited by size
008705             ws-integ-student-id delimited by size
008706             '  ' delimited by size
008707             ws-integ-desc (ws-integ-cat) delimited by size
008708             '  ' delimited by size
008709             ws-integ-detail delimited by size
008710         into integrity-line.
008711     write integrity-line.
008712
008713 2920-SWEEP-GRADE-HISTORY.
008714     open input grade-history.
008715     if ws-grdhist-status not = '00'
008716         move 'GRADE-HISTORY' to ws-io-check-name
008717         move ws-grdhist-status to ws-io-check-status
008718         perform 0990-CHECK-FILE-STATUS
008719     end-if.
008720     move 3 to ws-integ-file-sub.
008721     move 2 to ws-integ-orphan-cat.
008722     move 0 to ws-integ-wd-cat.
008723     move spaces to ws-integ-prior-id.
008724     move 'N' to ws-integ-eof.
008725     perform until integ-eof
008726         read grade-history next record
008727             at end
008728                 set integ-eof to true
008729             not at end
008730                 move gh-student-id to ws-integ-student-id
008731                 perform 2912-CHECK-SIDE-RECORD
008732         end-read
008733     end-perform.
008734     close grade-history.
008735
008736 2925-SWEEP-GUARDIAN-FILE.
008737     open input guardian-contact.
008738     if ws-guardian-status not = '00'
008739         move 'GUARDIAN-CONTACT' to ws-io-check-name
008740         move ws-guardian-status to ws-io-check-status
008741         perform 0990-CHECK-FILE-STATUS
008742     end-if.
008743     move 4 to ws-integ-file-sub.
008744     move 3 to ws-integ-orphan-cat.
008745     move 0 to ws-integ-wd-cat.
008746     move spaces to ws-integ-prior-id.
008747     move 'N' to ws-integ-eof.
008748     perform until integ-eof
008749         read guardian-contact next record
008750             at end
008751                 set integ-eof to true
008752             not at end
008753                 move gd-student-id to ws-integ-student-id
008754                 perform 2912-CHECK-SIDE-RECORD
008755         end-read
008756     end-perform.
008757     close guardian-contact.
008758
008759 2930-SWEEP-SCHEDULE-FILE.
008760     open input schedule-file.
008761     if ws-schedule-status not = '00'
008762         move 'SCHEDULE-FILE' to ws-io-check-name
008763         move ws-schedule-status to ws-io-check-status
008764         perform 0990-CHECK-FILE-STATUS
008765     end-if.
008766     move 5 to ws-integ-file-sub.
008767     move 4 to ws-integ-orphan-cat.
008768     move 9 to ws-integ-wd-cat.
008769     move spaces to ws-integ-prior-id.
008770     move 'N' to ws-integ-eof.
008771     perform until integ-eof
008772         read schedule-file
008773             at end
008774                 set integ-eof to true
008775             not at end
008776                 move sc-student-id to ws-integ-student-id
008777                 perform 2912-CHECK-SIDE-RECORD
008778         end-read
008779     end-perform.
008780     close schedule-file.
008781
008782 2935-SWEEP-DISCIPLINE-HISTORY.
008783     open input disc-history.
008784     if ws-dischist-status not = '00'
008785         move 'DISC-HISTORY' to ws-io-check-name
008786         move ws-dischist-status to ws-io-check-status
008787         perform 0990-CHECK-FILE-STATUS
008788     end-if.
008789     move 6 to ws-integ-file-sub.
008790     move 5 to ws-integ-orphan-cat.
008791     move 0 to ws-integ-wd-cat.
008792     move spaces to ws-integ-prior-id.
008793     move 'N' to ws-integ-eof.
008794     perform until integ-eof
008795         read disc-history next record
008796             at end
008797                 set integ-eof to true
008798             not at end
008799                 move dh-student-id to ws-integ-student-id
008800                 perform 2912-CHECK-SIDE-RECORD
008801         end-read
008802     end-perform.
008803     close disc-history.
008804
008805 2940-SWEEP-RANK-FILE.
008806     open input rank-file.
008807     if ws-rankfile-status not = '00'
008808         move 'RANK-FILE' to ws-io-check-name
008809         move ws-rankfile-status to ws-io-check-status
008810         perform 0990-CHECK-FILE-STATUS
008811     end-if.
008812     move 7 to ws-integ-file-sub.
008813     move 6 to ws-integ-orphan-cat.
008814     move 10 to ws-integ-wd-cat.
008815     move spaces to ws-integ-prior-id.
008816     move 'N' to ws-integ-eof.
008817     perform until integ-eof
008818         read rank-file next record
008819             at end
008820                 set integ-eof to true
008821             not at end
008822                 move rk-student-id to ws-integ-student-id
008823                 perform 2912-CHECK-SIDE-RECORD
008824         end-read
008825     end-perform.
008826     close rank-file.
008827
008828 2945-SWEEP-TRUANCY-LOG.
008829     open input truancy-log.
008830     if ws-trulog-status not = '00'
008831         move 'TRUANCY-LOG' to ws-io-check-name
008832         move ws-trulog-status to ws-io-check-status
008833         perform 0990-CHECK-FILE-STATUS
008834     end-if.
008835     move 8 to ws-integ-file-sub.
008836     move 7 to ws-integ-orphan-cat.
008837     move 0 to ws-integ-wd-cat.
008838     move spaces to ws-integ-prior-id.
008839     move 'N' to ws-integ-eof.
008840     perform until integ-eof
008841         read truancy-log next record
008842             at end
008843                 set integ-eof to true
008844             not at end
008845                 move lt-student-id to ws-integ-student-id
008846                 perform 2912-CHECK-SIDE-RECORD
008847         end-read
008848     end-perform.
008849     close truancy-log.
008850
008851 2950-SWEEP-PROGRESS-LOG.
008852     open input progress-log.
008853     if ws-proglog-status not = '00'
008854         move 'PROGRESS-LOG' to ws-io-check-name
008855         move ws-proglog-status to ws-io-check-status
008856         perform 0990-CHECK-FILE-STATUS
008857     end-if.
008858     move 9 to ws-integ-file-sub.
008859     move 8 to ws-integ-orphan-cat.
008860     move 0 to ws-integ-wd-cat.
008861     move spaces to ws-integ-prior-id.
008862     move 'N' to ws-integ-eof.
008863     perform until integ-eof
008864         read progress-log next record
008865             at end
008866                 set integ-eof to true
008867             not at end
008868                 move pl-student-id to ws-integ-student-id
008869                 perform 2912-CHECK-SIDE-RECORD
008870         end-read
008871     end-perform.
008872     close progress-log.
008873
008874 2955-SWEEP-GUARDIAN-PHONE.
008875     open input guardian-phone.
008876     if ws-guarphon-status not = '00'
008877         move 'GUARDIAN-PHONE' to ws-io-check-name
008878         move ws-guarphon-status to ws-io-check-status
008879         perform 0990-CHECK-FILE-STATUS
008880     end-if.
008881     move 10 to ws-integ-file-sub.
008882     move 15 to ws-integ-orphan-cat.
008883     move zero to ws-integ-wd-cat.
008884     move spaces to ws-integ-prior-id.
008885     move 'N' to ws-integ-eof.
008886     perform until integ-eof
008887         read guardian-phone next record
008888             at end
008889                 set integ-eof to true
008890             not at end
008891                 move gp-student-id to ws-integ-student-id
008892                 perform 2912-CHECK-SIDE-RECORD
008893         end-read
008894     end-perform.
008895     close guardian-phone.
008896
008897 2957-SWEEP-FEE-LEDGER.
008898     open input fee-ledger.
008899     if ws-fees-status not = '00'
008900         move 'FEE-LEDGER' to ws-io-check-name
008901         move ws-fees-status to ws-io-check-status
008902         perform 0990-CHECK-FILE-STATUS
008903     end-if.
008904     move 11 to ws-integ-file-sub.
008905     move 16 to ws-integ-orphan-cat.
008906     move zero to ws-integ-wd-cat.
008907     move spaces to ws-integ-prior-id.
008908     move 'N' to ws-integ-eof.
008909     perform until integ-eof
008910         read fee-ledger next record
008911             at end
008912                 set integ-eof to true
008913             not at end
008914                 move fe-student-id to ws-integ-student-id
008915                 perform 2912-CHECK-SIDE-RECORD
008916         end-read
008917     end-perform.
008918     close fee-ledger.
008919
008920 2960-SWEEP-STUDENT-MASTER.
008921*    the side-file lookups above left the master positioned at
008922*    random - restart it from the lowest key for the walk.
008923     open input guardian-contact.
008924     if ws-guardian-status not = '00'
008925         move 'GUARDIAN-CONTACT' to ws-io-check-name
008926         move ws-guardian-status to ws-io-check-status
008927         perform 0990-CHECK-FILE-STATUS
008928     end-if.
008929     open input attendance-totals.
008930     if ws-totals-status not = '00'
008931         move 'ATTENDANCE-TOTALS' to ws-io-check-name
008932         move ws-totals-status to ws-io-check-status
008933         perform 0990-CHECK-FILE-STATUS
008934     end-if.
008935     move 'N' to ws-master-eof.
008936     move low-values to st-student-id.
008937     start student-master key not less than st-student-id
008938         invalid key
008939             set master-eof to true
008940     end-start.
008941     perform until master-eof
008942         read student-master next record
008943             at end
008944                 set master-eof to true
008945             not at end
008946                 add 1 to ws-cnt-master-read
008947                 add 1 to ws-integ-read-count (1)
008948                 perform 2965-CHECK-ONE-MASTER
008949         end-read
008950     end-perform.
008951     close guardian-contact attendance-totals.
008952
008953 2965-CHECK-ONE-MASTER.
008954*    only active students are held to these checks - a withdrawn
008955*    record keeps whatever homeroom and grade it left from. a
008956*    student with no absence, tardy or early dismissal yet has
008957*    no totals record, which is why that limit defaults high.
008958     if st-active
008959         move st-student-id to ws-integ-student-id
008960         move st-student-name to ws-integ-detail
008961         move st-student-id to gd-student-id
008962         read guardian-contact
008963             invalid key
008964                 move 11 to ws-integ-cat
008965                 perform 2914-WRITE-INTEGRITY-LINE
008966         end-read
008967         move st-student-id to tt-student-id
008968         read attendance-totals
008969             invalid key
008970                 move 12 to ws-integ-cat
008971                 perform 2914-WRITE-INTEGRITY-LINE
008972         end-read
008973         set ws-homeroom-idx to 1
008974         search ws-valid-homeroom-group
008975             at end
008976                 move st-homeroom-code to ws-integ-detail
008977                 move 13 to ws-integ-cat
008978                 perform 2914-WRITE-INTEGRITY-LINE
008979             when ws-valid-homeroom-entry (ws-homeroom-idx)
008980                     = st-homeroom-code
008981                 continue
008982         end-search
008983         set ws-grade-idx to 1
008984         search ws-valid-grade-entry
008985             at end
008986                 move st-grade-level to ws-integ-detail
008987                 move 14 to ws-integ-cat
008988                 perform 2914-WRITE-INTEGRITY-LINE
008989             when ws-valid-grade-entry (ws-grade-idx)
008990                     = st-grade-level
008991                 continue
008992         end-search
008993     end-if.
008994
008995 2980-PRINT-INTEGRITY-SUMMARY.
008996     move spaces to integrity-line.
008997     write integrity-line.
008998     move 'RECORDS READ BY FILE' to integrity-line.
008999     write integrity-line.
009000     perform varying ws-integ-file-sub from 1 by 1
009001             until ws-integ-file-sub > ws-integ-file-count
009002         perform 2985-WRITE-FILE-COUNT-LINE
009003     end-perform.
009004     move spaces to integrity-line.
009005     write integrity-line.
009006     move spaces to integrity-line.
009007     string '  FILE      EXCEPTION' delimited by size
009008             '                       COUNT  LIMIT'
009009             delimited by size
009010         into integrity-line.
009011     write integrity-line.
009012     perform varying ws-integ-sub from 1 by 1
009013             until ws-integ-sub > ws-integ-category-count
009014         perform 2987-WRITE-CATEGORY-LINE
009015     end-perform.
009016
009017 2985-WRITE-FILE-COUNT-LINE.
009018     move ws-integ-read-count (ws-integ-file-sub) to ws-cnt-edit.
009019     move spaces to integrity-line.
009020     string '  ' delimited by size
009021             ws-integ-file-name (ws-integ-file-sub)
009022             delimited by size
009023             '  ' delimited by size
009024             ws-cnt-edit delimited by size
009025         into integrity-line.
009026     write integrity-line.
009027
009028 2987-WRITE-CATEGORY-LINE.
009029     move ws-integ-count (ws-integ-sub) to ws-integ-count-edit.
009030     move ws-integ-limit (ws-integ-sub) to ws-integ-limit-edit.
009031     move spaces to integrity-line.
009032     string '  ' delimited by size
009033             ws-integ-file (ws-integ-sub) delimited by size
009034             '  ' delimited by size
009035             ws-integ-desc (ws-integ-sub) delimited by size
009036             '  ' delimited by size
009037             ws-integ-count-edit delimited by size
009038             '  ' delimited by size
009039             ws-integ-limit-edit delimited by size
009040         into integrity-line.
009041     if ws-integ-count (ws-integ-sub) >
009042             ws-integ-limit (ws-integ-sub)
009043         add 1 to ws-integ-over-count
009044         move 'OVER LIMIT' to integrity-line (60:10)
009045     end-if.
009046     write integrity-line.
009047
009048 3000-ABSENCE-CALL-RUN.
009049*    guardians used to learn of a skipped day only when the
009050*    five-absence truancy letter arrived. this run turns the
009051*    day's edited ATTTODAY increment into the fixed-format call
009052*    file the district's phone-dialer vendor takes each night -
009053*    one call per unexcused absence (A) of an active student,
009054*    carrying the guardian's number, the language the message
009055*    is played in, and the student's name. the day defaults to
009056*    the run date like the edit (PARM='DIALER,20260820'), and a
009057*    day the posting-control ledger does not show as edited is
009058*    refused with cond code 8 before any call is cut.
009059     if ws-parm-opt1 not = spaces
009060         move ws-parm-opt1 (1:8) to ws-dial-date
009061     else
009062         move ws-current-yyyymmdd to ws-dial-date
009063     end-if.
009064     open input posting-control.
009065     if ws-postctl-status not = '00'
009066         move 'POSTING-CONTROL' to ws-io-check-name
009067         move ws-postctl-status to ws-io-check-status
009068         perform 0990-CHECK-FILE-STATUS
009069     end-if.
009070     move 'N' to ws-dial-blocked.
009071     move ws-dial-date to pc-date.
009072     read posting-control
009073         invalid key
009074             set dial-blocked to true
009075         not invalid key
009076             if not pc-date-edited
009077                 set dial-blocked to true
009078             end-if
009079     end-read.
009080     close posting-control.
009081     if dial-blocked
009082         display 'HELLOWORLD: DATE ' ws-dial-date
009083             ' HAS NOT BEEN THROUGH THE ATTENDANCE EDIT'
009084         move 8 to return-code
009085     else
009086         perform 3010-ABSENCE-CALL-PROCESS
009087     end-if.
009088
009089 3010-ABSENCE-CALL-PROCESS.
009090     open input attendance-today.
009091     if ws-atttoday-status not = '00'
009092         move 'ATTENDANCE-TODAY' to ws-io-check-name
009093         move ws-atttoday-status to ws-io-check-status
009094         perform 0990-CHECK-FILE-STATUS
009095     end-if.
009096     open input student-master.
009097     if ws-student-status not = '00'
009098         move 'STUDENT-MASTER' to ws-io-check-name
009099         move ws-student-status to ws-io-check-status
009100         perform 0990-CHECK-FILE-STATUS
009101     end-if.
009102     open input guardian-contact.
009103     if ws-guardian-status not = '00'
009104         move 'GUARDIAN-CONTACT' to ws-io-check-name
009105         move ws-guardian-status to ws-io-check-status
009106         perform 0990-CHECK-FILE-STATUS
009107     end-if.
009108     open input guardian-phone.
009109     if ws-guarphon-status not = '00'
009110         move 'GUARDIAN-PHONE' to ws-io-check-name
009111         move ws-guarphon-status to ws-io-check-status
009112         perform 0990-CHECK-FILE-STATUS
009113     end-if.
009114     open output dial-out.
009115     if ws-dialout-status not = '00'
009116         move 'DIAL-OUT' to ws-io-check-name
009117         move ws-dialout-status to ws-io-check-status
009118         perform 0990-CHECK-FILE-STATUS
009119     end-if.
009120     open output reject-file.
009121     if ws-reject-status not = '00'
009122         move 'REJECT-FILE' to ws-io-check-name
009123         move ws-reject-status to ws-io-check-status
009124         perform 0990-CHECK-FILE-STATUS
009125     end-if.
009126     move 'N' to ws-dial-eof.
009127     perform until dial-eof
009128         read attendance-today
009129             at end
009130                 set dial-eof to true
009131             not at end
009132                 if td-attendance-status = 'A'
009133                     add 1 to ws-cnt-trans-read
009134                     perform 3015-BUILD-ONE-CALL
009135                 end-if
009136         end-read
009137     end-perform.
009138     close attendance-today student-master guardian-contact.
009139     close guardian-phone dial-out reject-file.
009140     perform 9800-WRITE-RUN-CONTROL.
009141
009142 3015-BUILD-ONE-CALL.
009143*    absences that cannot be called go to the reject file for
009144*    the attendance office to phone by hand.
009145     move 'N' to ws-reject-switch.
009146     move spaces to ws-reject-reason.
009147     move spaces to st-student-name.
009148     move td-student-id to st-student-id.
009149     if td-attendance-date not = ws-dial-date
009150         set record-rejected to true
009151         set reason-bad-date to true
009152     else
009153         read student-master
009154             invalid key
009155                 move spaces to st-student-name
009156                 set record-rejected to true
009157                 set reason-unknown-student to true
009158             not invalid key
009159                 if not st-active
009160                     set record-rejected to true
009161                     set reason-withdrawn-student to true
009162                 end-if
009163         end-read
009164     end-if.
009165     if not record-rejected
009166         move td-student-id to gd-student-id
009167         read guardian-contact
009168             invalid key
009169                 set record-rejected to true
009170                 set reason-no-guardian to true
009171         end-read
009172     end-if.
009173     if not record-rejected
009174         move td-student-id to gp-student-id
009175         read guardian-phone
009176             invalid key
009177                 set record-rejected to true
009178                 set reason-no-phone to true
009179             not invalid key
009180                 perform 3020-PICK-CALL-NUMBER
009181         end-read
009182     end-if.
009183     if record-rejected
009184         perform 3030-WRITE-CALL-REJECT
009185     else
009186         perform 3025-WRITE-CALL-RECORD
009187     end-if.
009188
009189 3020-PICK-CALL-NUMBER.
009190*    a guardian who opted out is never called. the primary
009191*    number is dialled, with the alternate passed for the
009192*    vendor's retry, unless the last result loaded back for
009193*    one of them was a bad number - that one is left out
009194*    until the office corrects it.
009195     move gp-primary-phone to ws-dial-phone.
009196     move gp-alternate-phone to ws-dial-alternate.
009197     if gp-last-bad-number
009198         if gp-last-phone = ws-dial-phone
009199             move spaces to ws-dial-phone
009200         end-if
009201         if gp-last-phone = ws-dial-alternate
009202             move spaces to ws-dial-alternate
009203         end-if
009204     end-if.
009205     if ws-dial-phone = spaces
009206         move ws-dial-alternate to ws-dial-phone
009207         move spaces to ws-dial-alternate
009208     end-if.
009209     if gp-opted-out
009210         set record-rejected to true
009211         set reason-phone-opt-out to true
009212     else
009213         if ws-dial-phone = spaces
009214             set record-rejected to true
009215             set reason-no-phone to true
009216         end-if
009217     end-if.
009218
009219 3025-WRITE-CALL-RECORD.
009220     move spaces to dial-out-record.
009221     move ws-dial-date to do-call-date.
009222     move td-student-id to do-student-id.
009223     move ws-dial-phone to do-phone.
009224     move ws-dial-alternate to do-alternate-phone.
009225     move gd-language-code to do-language-code.
009226     move st-student-name to do-student-name.
009227     move gd-guardian-name to do-guardian-name.
009228     write dial-out-record.
009229     add 1 to ws-cnt-written.
009230
009231 3030-WRITE-CALL-REJECT.
009232     move td-student-id to rj-student-id.
009233     move st-student-name to rj-student-name.
009234     move ws-reject-reason to rj-reason-code.
009235     evaluate true
009236         when reason-bad-date
009237             move 'ABSENCE NOT FOR THE DAY BEING CALLED'
009238                 to rj-reason-text
009239         when reason-unknown-student
009240             move 'STUDENT NOT ON MASTER' to rj-reason-text
009241         when reason-withdrawn-student
009242             move 'STUDENT IS WITHDRAWN' to rj-reason-text
009243         when reason-no-guardian
009244             move 'NO GUARDIAN CONTACT ON FILE'
009245                 to rj-reason-text
009246         when reason-no-phone
009247             move 'NO USABLE GUARDIAN PHONE ON FILE'
009248                 to rj-reason-text
009249         when reason-phone-opt-out
009250             move 'GUARDIAN OPTED OUT OF CALLS'
009251                 to rj-reason-text
009252         when other
009253             move 'UNKNOWN REJECT REASON' to rj-reason-text
009254     end-evaluate.
009255     write reject-record.
009256     add 1 to ws-cnt-rejected.
009257
009258 3050-CALL-RESULT-RUN.
009259*    the dialer vendor returns one result per call - reached,
009260*    no answer or bad number. each result is posted to the
009261*    guardian phone record, so the next night's call file
009262*    skips a number reported bad, and the bad numbers are
009263*    listed on BADPHRPT for the attendance office to correct.
009264     open input call-result.
009265     if ws-callrslt-status not = '00'
009266         move 'CALL-RESULT' to ws-io-check-name
009267         move ws-callrslt-status to ws-io-check-status
009268         perform 0990-CHECK-FILE-STATUS
009269     end-if.
009270     open i-o guardian-phone.
009271     if ws-guarphon-status not = '00'
009272         move 'GUARDIAN-PHONE' to ws-io-check-name
009273         move ws-guarphon-status to ws-io-check-status
009274         perform 0990-CHECK-FILE-STATUS
009275     end-if.
009276     open input student-master.
009277     if ws-student-status not = '00'
009278         move 'STUDENT-MASTER' to ws-io-check-name
009279         move ws-student-status to ws-io-check-status
009280         perform 0990-CHECK-FILE-STATUS
009281     end-if.
009282     open input guardian-contact.
009283     if ws-guardian-status not = '00'
009284         move 'GUARDIAN-CONTACT' to ws-io-check-name
009285         move ws-guardian-status to ws-io-check-status
009286         perform 0990-CHECK-FILE-STATUS
009287     end-if.
009288     open output bad-phone-rpt.
009289     if ws-badphrpt-status not = '00'
009290         move 'BAD-PHONE-RPT' to ws-io-check-name
009291         move ws-badphrpt-status to ws-io-check-status
009292         perform 0990-CHECK-FILE-STATUS
009293     end-if.
009294     open output reject-file.
009295     if ws-reject-status not = '00'
009296         move 'REJECT-FILE' to ws-io-check-name
009297         move ws-reject-status to ws-io-check-status
009298         perform 0990-CHECK-FILE-STATUS
009299     end-if.
009300     move spaces to bad-phone-line.
009301     string 'BAD GUARDIAN PHONE NUMBERS - ' delimited by size
009302             ws-current-yyyymmdd delimited by size
009303         into bad-phone-line.
009304     write bad-phone-line after advancing page.
009305     move spaces to bad-phone-line.
009306     write bad-phone-line.
009307     move spaces to bad-phone-line.
009308     string 'STUDENT    NAME' delimited by size
009309             '                      HOMERM  PHONE'
009310             delimited by size
009311             '       GUARDIAN' delimited by size
009312         into bad-phone-line.
009313     write bad-phone-line.
009314     move zero to ws-dial-reached ws-dial-no-answer
009315         ws-dial-bad-number.
009316     move 'N' to ws-dial-eof.
009317     perform until dial-eof
009318         read call-result
009319             at end
009320                 set dial-eof to true
009321             not at end
009322                 add 1 to ws-cnt-trans-read
009323                 perform 3055-APPLY-ONE-CALL-RESULT
009324         end-read
009325     end-perform.
009326     perform 3068-PRINT-CALL-RESULT-TOTALS.
009327     close call-result guardian-phone student-master.
009328     close guardian-contact bad-phone-rpt reject-file.
009329     perform 9800-WRITE-RUN-CONTROL.
009330
009331 3055-APPLY-ONE-CALL-RESULT.
009332     move 'N' to ws-reject-switch.
009333     move spaces to ws-reject-reason.
009334     if not valid-call-result
009335         set record-rejected to true
009336         set reason-bad-call-result to true
009337     else
009338         move cr-student-id to gp-student-id
009339         read guardian-phone
009340             invalid key
009341                 set record-rejected to true
009342                 set reason-no-phone to true
009343         end-read
009344     end-if.
009345     if record-rejected
009346         perform 3070-WRITE-RESULT-REJECT
009347     else
009348         perform 3060-POST-CALL-RESULT
009349     end-if.
009350
009351 3060-POST-CALL-RESULT.
009352*    a vendor resend can deliver an older day's result after a
009353*    newer one - the latest call on file always wins.
009354     add 1 to ws-cnt-written.
009355     if cr-call-date not < gp-last-call-date
009356         move cr-call-date to gp-last-call-date
009357         move cr-phone to gp-last-phone
009358         move cr-result to gp-last-result
009359         rewrite guardian-phone-record
009360         if ws-guarphon-status not = '00'
009361             move 'GUARDIAN-PHONE' to ws-io-check-name
009362             move ws-guarphon-status to ws-io-check-status
009363             perform 0990-CHECK-FILE-STATUS
009364         end-if
009365         add 1 to ws-cnt-rewritten
009366     end-if.
009367     evaluate true
009368         when cr-reached
009369             add 1 to ws-dial-reached
009370         when cr-no-answer
009371             add 1 to ws-dial-no-answer
009372         when cr-bad-number
009373             add 1 to ws-dial-bad-number
009374             perform 3065-WRITE-BAD-NUMBER-LINE
009375     end-evaluate.
009376
009377 3065-WRITE-BAD-NUMBER-LINE.
009378     move cr-student-id to st-student-id.
009379     read student-master
009380         invalid key
009381             move 'STUDENT NOT ON MASTER' to st-student-name
009382             move spaces to st-homeroom-code
009383     end-read.
009384     move cr-student-id to gd-student-id.
009385     read guardian-contact
009386         invalid key
009387             move 'NO GUARDIAN CONTACT' to gd-guardian-name
009388     end-read.
009389     move st-student-name to ws-dial-name.
009390     move gd-guardian-name to ws-dial-guardian.
009391     move spaces to bad-phone-line.
009392     string cr-student-id delimited by size
009393             '  ' delimited by size
009394             ws-dial-name delimited by size
009395             '  ' delimited by size
009396             st-homeroom-code delimited by size
009397             '  ' delimited by size
009398             cr-phone delimited by size
009399             '  ' delimited by size
009400             ws-dial-guardian delimited by size
009401         into bad-phone-line.
009402     write bad-phone-line.
009403
009404 3068-PRINT-CALL-RESULT-TOTALS.
009405     move spaces to bad-phone-line.
009406     write bad-phone-line.
009407     move ws-dial-reached to ws-cnt-edit.
009408     move spaces to bad-phone-line.
009409     string 'CALLS REACHED     ' delimited by size
009410             ws-cnt-edit delimited by size
009411         into bad-phone-line.
009412     write bad-phone-line.
009413     move ws-dial-no-answer to ws-cnt-edit.
009414     move spaces to bad-phone-line.
009415     string 'NO ANSWER         ' delimited by size
009416             ws-cnt-edit delimited by size
009417         into bad-phone-line.
009418     write bad-phone-line.
009419     move ws-dial-bad-number to ws-cnt-edit.
009420     move spaces to bad-phone-line.
009421     string 'BAD NUMBERS       ' delimited by size
009422             ws-cnt-edit delimited by size
009423         into bad-phone-line.
009424     write bad-phone-line.
009425
009426 3070-WRITE-RESULT-REJECT.
009427     move cr-student-id to rj-student-id.
009428     move spaces to rj-student-name.
009429     move ws-reject-reason to rj-reason-code.
009430     evaluate true
009431         when reason-bad-call-result
009432             move 'INVALID CALL RESULT CODE' to rj-reason-text
009433         when reason-no-phone
009434             move 'NO GUARDIAN PHONE RECORD ON FILE'
009435                 to rj-reason-text
009436         when other
009437             move 'UNKNOWN REJECT REASON' to rj-reason-text
009438     end-evaluate.
009439     write reject-record.
009440     add 1 to ws-cnt-rejected.
009441
009442 3100-FEE-EDIT-RUN.
009443*    school fees were kept on cards in the business office and
009444*    nothing stopped a report card going home to a family that
009445*    owed for two years of textbooks. charges, payments and
009446*    waivers are now edited onto the FEES ledger, one record
009447*    per charge, and the hold file is rebuilt from it every
009448*    run: any student whose open balance is over the hold
009449*    amount is listed on FEEHRPT and has report cards and
009450*    transcripts withheld until the balance comes down. the
009451*    hold amount is in whole dollars and defaults to 25
009452*    (PARM='FEEEDIT,25').
009453     perform 3105-SET-HOLD-LIMIT.
009454     open input student-master.
009455     if ws-student-status not = '00'
009456         move 'STUDENT-MASTER' to ws-io-check-name
009457         move ws-student-status to ws-io-check-status
009458         perform 0990-CHECK-FILE-STATUS
009459     end-if.
009460     open i-o fee-ledger.
009461     if ws-fees-status not = '00'
009462         move 'FEE-LEDGER' to ws-io-check-name
009463         move ws-fees-status to ws-io-check-status
009464         perform 0990-CHECK-FILE-STATUS
009465     end-if.
009466     open output reject-file.
009467     if ws-reject-status not = '00'
009468         move 'REJECT-FILE' to ws-io-check-name
009469         move ws-reject-status to ws-io-check-status
009470         perform 0990-CHECK-FILE-STATUS
009471     end-if.
009472     open output fee-hold-rpt.
009473     if ws-feehrpt-status not = '00'
009474         move 'FEE-HOLD-RPT' to ws-io-check-name
009475         move ws-feehrpt-status to ws-io-check-status
009476         perform 0990-CHECK-FILE-STATUS
009477     end-if.
009478     sort sort-work-17
009479         on ascending key sw17-student-id sw17-charge-id
009480             sw17-trans-code sw17-trans-date
009481         using fee-trans
009482         output procedure is 3110-APPLY-FEE-TRANS.
009483     perform 3130-REBUILD-FEE-HOLDS.
009484     close student-master fee-ledger reject-file.
009485     close fee-hold-rpt.
009486     perform 9800-WRITE-RUN-CONTROL.
009487
009488 3105-SET-HOLD-LIMIT.
009489     if ws-parm-opt1 not = spaces
009490         move zero to ws-fee-parm-len
009491         inspect ws-parm-opt1 tallying ws-fee-parm-len
009492             for characters before initial space
009493         if ws-fee-parm-len > zero
009494                 and ws-fee-parm-len < 6
009495                 and ws-parm-opt1 (1:ws-fee-parm-len) numeric
009496             move ws-parm-opt1 (1:ws-fee-parm-len)
009497                 to ws-fee-parm-dollars
009498             move ws-fee-parm-dollars to ws-fee-hold-limit
009499         else
009500             display 'HELLOWORLD: INVALID FEE HOLD AMOUNT - '
009501                 ws-parm-opt1
009502         end-if
009503     end-if.
009504
009505 3110-APPLY-FEE-TRANS.
009506     move 'N' to ws-fee-eof.
009507     perform until fee-eof
009508         return sort-work-17
009509             at end
009510                 set fee-eof to true
009511             not at end
009512                 perform 3115-EDIT-ONE-FEE-TRANS
009513         end-return
009514     end-perform.
009515
009516 3115-EDIT-ONE-FEE-TRANS.
009517     add 1 to ws-cnt-trans-read.
009518     move 'N' to ws-reject-switch.
009519     move spaces to ws-reject-reason.
009520     move sw17-student-id to st-student-id.
009521     add 1 to ws-cnt-master-read.
009522     read student-master
009523         invalid key
009524             set record-rejected to true
009525             set reason-unknown-student to true
009526     end-read.
009527     if not record-rejected
009528         if not sw17-valid-code
009529             set record-rejected to true
009530             set reason-bad-trans-code to true
009531         end-if
009532     end-if.
009533     if not record-rejected
009534         if sw17-trans-date not numeric
009535             set record-rejected to true
009536             set reason-bad-date to true
009537         else
009538             move sw17-trans-date to ws-date-check
009539             perform 1025-CHECK-CALENDAR-DATE
009540             if not record-rejected
009541                 if sw17-trans-date > ws-current-yyyymmdd
009542                     set record-rejected to true
009543                     set reason-future-date to true
009544                 end-if
009545             end-if
009546         end-if
009547     end-if.
009548     if not record-rejected
009549         if sw17-amount not numeric or sw17-amount = zero
009550             set record-rejected to true
009551             set reason-bad-amount to true
009552         end-if
009553     end-if.
009554     if not record-rejected
009555         move sw17-student-id to fe-student-id
009556         move sw17-charge-id to fe-charge-id
009557         read fee-ledger
009558             invalid key
009559                 if not sw17-charge
009560                     set record-rejected to true
009561                     set reason-charge-not-found to true
009562                 end-if
009563             not invalid key
009564                 if sw17-charge
009565                     set record-rejected to true
009566                     set reason-dup-charge to true
009567                 else
009568                     compute ws-fee-balance = fe-charge-amount
009569                         - fe-paid-amount - fe-waived-amount
009570                     if sw17-amount > ws-fee-balance
009571                         set record-rejected to true
009572                         set reason-over-balance to true
009573                     end-if
009574                 end-if
009575         end-read
009576     end-if.
009577     if record-rejected
009578         perform 3125-WRITE-FEE-REJECT
009579     else
009580         if sw17-charge
009581             perform 3118-POST-FEE-CHARGE
009582         else
009583             perform 3120-POST-FEE-CREDIT
009584         end-if
009585     end-if.
009586
009587 3118-POST-FEE-CHARGE.
009588     move spaces to fee-ledger-record.
009589     move sw17-student-id to fe-student-id.
009590     move sw17-charge-id to fe-charge-id.
009591     move sw17-charge-type to fe-charge-type.
009592     move sw17-description to fe-description.
009593     move sw17-trans-date to fe-charge-date.
009594     move sw17-trans-date to fe-last-activity-date.
009595     move sw17-amount to fe-charge-amount.
009596     move zero to fe-paid-amount fe-waived-amount.
009597     set fe-open to true.
009598     write fee-ledger-record.
009599     if ws-fees-status not = '00'
009600         move 'FEE-LEDGER' to ws-io-check-name
009601         move ws-fees-status to ws-io-check-status
009602         perform 0990-CHECK-FILE-STATUS
009603     end-if.
009604     add 1 to ws-cnt-written.
009605
009606 3120-POST-FEE-CREDIT.
009607*    a charge paid or waived down to nothing closes, and drops
009608*    out of the hold rebuild and the statements.
009609     if sw17-payment
009610         add sw17-amount to fe-paid-amount
009611     else
009612         add sw17-amount to fe-waived-amount
009613     end-if.
009614     if sw17-trans-date > fe-last-activity-date
009615         move sw17-trans-date to fe-last-activity-date
009616     end-if.
009617     if fe-paid-amount + fe-waived-amount = fe-charge-amount
009618         set fe-closed to true
009619     end-if.
009620     rewrite fee-ledger-record.
009621     if ws-fees-status not = '00'
009622         move 'FEE-LEDGER' to ws-io-check-name
009623         move ws-fees-status to ws-io-check-status
009624         perform 0990-CHECK-FILE-STATUS
009625     end-if.
009626     add 1 to ws-cnt-rewritten.
009627
009628 3125-WRITE-FEE-REJECT.
009629     move sw17-student-id to rj-student-id.
009630     move spaces to rj-student-name.
009631     move ws-reject-reason to rj-reason-code.
009632     move spaces to rj-reason-text.
009633     evaluate true
009634         when reason-unknown-student
009635             move 'STUDENT NOT ON MASTER' to rj-reason-text
009636         when reason-bad-trans-code
009637             move 'FEE TRANS CODE MUST BE C, P OR W'
009638                 to rj-reason-text
009639         when reason-bad-date
009640             move 'INVALID TRANSACTION DATE' to rj-reason-text
009641         when reason-future-date
009642             move 'TRANSACTION DATE IS IN THE FUTURE'
009643                 to rj-reason-text
009644         when reason-bad-amount
009645             move 'AMOUNT MISSING OR NOT NUMERIC'
009646                 to rj-reason-text
009647         when reason-dup-charge
009648             string 'CHARGE ' delimited by size
009649                     sw17-charge-id delimited by size
009650                     ' ALREADY ON LEDGER' delimited by size
009651                 into rj-reason-text
009652         when reason-charge-not-found
009653             string 'NO CHARGE ' delimited by size
009654                     sw17-charge-id delimited by size
009655                     ' ON LEDGER' delimited by size
009656                 into rj-reason-text
009657         when reason-over-balance
009658             move ws-fee-balance to ws-fee-amount-edit
009659             string 'AMOUNT OVER OPEN BALANCE '
009660                     delimited by size
009661                     ws-fee-amount-edit delimited by size
009662                 into rj-reason-text
009663         when other
009664             move 'UNKNOWN REJECT REASON' to rj-reason-text
009665     end-evaluate.
009666     write reject-record.
009667     add 1 to ws-cnt-rejected.
009668
009669 3130-REBUILD-FEE-HOLDS.
009670*    the hold file is reloaded in place every run, so paying
009671*    down a balance releases the hold at the next edit. the
009672*    all-zero priming record goes back first so the readers
009673*    can always open it, even when nobody is on hold.
009674     open output fee-hold.
009675     if ws-feehold-status not = '00'
009676         move 'FEE-HOLD' to ws-io-check-name
009677         move ws-feehold-status to ws-io-check-status
009678         perform 0990-CHECK-FILE-STATUS
009679     end-if.
009680     move '000000000' to fh-student-id.
009681     move zero to fh-open-balance.
009682     move ws-current-yyyymmdd to fh-as-of-date.
009683     write fee-hold-record.
009684     if ws-feehold-status not = '00'
009685         move 'FEE-HOLD' to ws-io-check-name
009686         move ws-feehold-status to ws-io-check-status
009687         perform 0990-CHECK-FILE-STATUS
009688     end-if.
009689     move ws-fee-hold-limit to ws-fee-amount-edit.
009690     move spaces to fee-hold-line.
009691     string 'STUDENTS ON FEE HOLD - ' delimited by size
009692             ws-current-yyyymmdd delimited by size
009693             '  BALANCE OVER ' delimited by size
009694             ws-fee-amount-edit delimited by size
009695         into fee-hold-line.
009696     write fee-hold-line.
009697     move spaces to fee-hold-line.
009698     write fee-hold-line.
009699     move spaces to fee-hold-line.
009700     string 'STUDENT    NAME' delimited by size
009701             '                      GR HOMERM'
009702             delimited by size
009703             '      BALANCE' delimited by size
009704         into fee-hold-line.
009705     write fee-hold-line.
009706     move zero to ws-fee-hold-count.
009707     move spaces to ws-fee-prior-student.
009708     move zero to ws-fee-student-balance.
009709     move low-values to fe-key.
009710     move 'N' to ws-fee-eof.
009711     start fee-ledger key not less than fe-key
009712         invalid key
009713             set fee-eof to true
009714     end-start.
009715     perform until fee-eof
009716         read fee-ledger next record
009717             at end
009718                 set fee-eof to true
009719                 if ws-fee-prior-student not = spaces
009720                     perform 3135-CLOSE-HOLD-STUDENT
009721                 end-if
009722             not at end
009723                 if fe-student-id not = '000000000'
009724                     perform 3132-ADD-TO-HOLD-BALANCE
009725                 end-if
009726         end-read
009727     end-perform.
009728     move ws-fee-hold-count to ws-cnt-edit.
009729     move spaces to fee-hold-line.
009730     write fee-hold-line.
009731     move spaces to fee-hold-line.
009732     string 'STUDENTS ON HOLD  ' delimited by size
009733             ws-cnt-edit delimited by size
009734         into fee-hold-line.
009735     write fee-hold-line.
009736     close fee-hold.
009737
009738 3132-ADD-TO-HOLD-BALANCE.
009739     if fe-student-id not = ws-fee-prior-student
009740         if ws-fee-prior-student not = spaces
009741             perform 3135-CLOSE-HOLD-STUDENT
009742         end-if
009743         move fe-student-id to ws-fee-prior-student
009744         move zero to ws-fee-student-balance
009745     end-if.
009746     if fe-open
009747         compute ws-fee-balance = fe-charge-amount
009748             - fe-paid-amount - fe-waived-amount
009749         add ws-fee-balance to ws-fee-student-balance
009750     end-if.
009751
009752 3135-CLOSE-HOLD-STUDENT.
009753     if ws-fee-student-balance > ws-fee-hold-limit
009754         move ws-fee-prior-student to fh-student-id
009755         move ws-fee-student-balance to fh-open-balance
009756         move ws-current-yyyymmdd to fh-as-of-date
009757         write fee-hold-record
009758         if ws-feehold-status not = '00'
009759             move 'FEE-HOLD' to ws-io-check-name
009760             move ws-feehold-status to ws-io-check-status
009761             perform 0990-CHECK-FILE-STATUS
009762         end-if
009763         add 1 to ws-fee-hold-count
009764         perform 3138-WRITE-HOLD-LINE
009765     end-if.
009766
009767 3138-WRITE-HOLD-LINE.
009768     move ws-fee-prior-student to st-student-id.
009769     read student-master
009770         invalid key
009771             move 'STUDENT NOT ON MASTER' to st-student-name
009772             move spaces to st-grade-level st-homeroom-code
009773     end-read.
009774     move st-student-name to ws-fee-name.
009775     move ws-fee-student-balance to ws-fee-total-edit.
009776     move spaces to fee-hold-line.
009777     string ws-fee-prior-student delimited by size
009778             '  ' delimited by size
009779             ws-fee-name delimited by size
009780             '  ' delimited by size
009781             st-grade-level delimited by size
009782             ' ' delimited by size
009783             st-homeroom-code delimited by size
009784             ' ' delimited by size
009785             ws-fee-total-edit delimited by size
009786         into fee-hold-line.
009787     write fee-hold-line.
009788
009789 3150-FEE-STATEMENT-RUN.
009790*    the monthly family statement - one per student with an
009791*    open charge, mailed to the GUARDIAN address like the
009792*    truancy letters - and an aging report of everything
009793*    still owed by grade level for the business office.
009794*    a student with no guardian on file cannot be mailed and
009795*    goes to the reject file for the office to follow up.
009796     perform 1400-LOAD-REFERENCE-DATA.
009797     open input fee-ledger.
009798     if ws-fees-status not = '00'
009799         move 'FEE-LEDGER' to ws-io-check-name
009800         move ws-fees-status to ws-io-check-status
009801         perform 0990-CHECK-FILE-STATUS
009802     end-if.
009803     open input student-master.
009804     if ws-student-status not = '00'
009805         move 'STUDENT-MASTER' to ws-io-check-name
009806         move ws-student-status to ws-io-check-status
009807         perform 0990-CHECK-FILE-STATUS
009808     end-if.
009809     open input guardian-contact.
009810     if ws-guardian-status not = '00'
009811         move 'GUARDIAN-CONTACT' to ws-io-check-name
009812         move ws-guardian-status to ws-io-check-status
009813         perform 0990-CHECK-FILE-STATUS
009814     end-if.
009815     open input fee-hold.
009816     if ws-feehold-status not = '00'
009817         move 'FEE-HOLD' to ws-io-check-name
009818         move ws-feehold-status to ws-io-check-status
009819         perform 0990-CHECK-FILE-STATUS
009820     end-if.
009821     open output fee-statement.
009822     if ws-feestmt-status not = '00'
009823         move 'FEE-STATEMENT' to ws-io-check-name
009824         move ws-feestmt-status to ws-io-check-status
009825         perform 0990-CHECK-FILE-STATUS
009826     end-if.
009827     open output fee-aging-rpt.
009828     if ws-feeage-status not = '00'
009829         move 'FEE-AGING-RPT' to ws-io-check-name
009830         move ws-feeage-status to ws-io-check-status
009831         perform 0990-CHECK-FILE-STATUS
009832     end-if.
009833     open output reject-file.
009834     if ws-reject-status not = '00'
009835         move 'REJECT-FILE' to ws-io-check-name
009836         move ws-reject-status to ws-io-check-status
009837         perform 0990-CHECK-FILE-STATUS
009838     end-if.
009839     move zeros to ws-fee-aging.
009840     move ws-current-yyyymmdd to ws-date-check.
009841     perform 3170-COMPUTE-DAY-NUMBER.
009842     move ws-fee-day-number to ws-fee-run-day.
009843     move spaces to ws-fee-prior-student.
009844     move 'N' to ws-fee-eof.
009845     perform until fee-eof
009846         read fee-ledger next record
009847             at end
009848                 set fee-eof to true
009849                 if ws-fee-prior-student not = spaces
009850                     perform 3160-CLOSE-FEE-STATEMENT
009851                 end-if
009852             not at end
009853                 if fe-student-id not = '000000000'
009854                         and fe-open
009855                     perform 3155-PROCESS-OPEN-CHARGE
009856                 end-if
009857         end-read
009858     end-perform.
009859     perform 3175-PRINT-AGING-REPORT.
009860     close fee-ledger student-master guardian-contact.
009861     close fee-hold fee-statement fee-aging-rpt reject-file.
009862     perform 9800-WRITE-RUN-CONTROL.
009863
009864 3155-PROCESS-OPEN-CHARGE.
009865     if fe-student-id not = ws-fee-prior-student
009866         if ws-fee-prior-student not = spaces
009867             perform 3160-CLOSE-FEE-STATEMENT
009868         end-if
009869         perform 3157-OPEN-FEE-STATEMENT
009870     end-if.
009871     compute ws-fee-balance = fe-charge-amount
009872         - fe-paid-amount - fe-waived-amount.
009873     add ws-fee-balance to ws-fee-student-balance.
009874     if not record-rejected
009875         perform 3158-PRINT-STATEMENT-CHARGE
009876     end-if.
009877     perform 3165-AGE-OPEN-CHARGE.
009878
009879 3157-OPEN-FEE-STATEMENT.
009880     add 1 to ws-cnt-trans-read.
009881     move fe-student-id to ws-fee-prior-student.
009882     move zero to ws-fee-student-balance.
009883     move 'N' to ws-reject-switch.
009884     move spaces to ws-reject-reason.
009885     move fe-student-id to st-student-id.
009886     add 1 to ws-cnt-master-read.
009887     read student-master
009888         invalid key
009889             move spaces to st-student-name st-grade-level
009890             set record-rejected to true
009891             set reason-unknown-student to true
009892     end-read.
009893     if not record-rejected
009894         move fe-student-id to gd-student-id
009895         read guardian-contact
009896             invalid key
009897                 set record-rejected to true
009898                 set reason-no-guardian to true
009899         end-read
009900     end-if.
009901     if record-rejected
009902         perform 3168-WRITE-STATEMENT-REJECT
009903     else
009904         perform 3159-PRINT-STATEMENT-HEADING
009905     end-if.
009906
009907 3158-PRINT-STATEMENT-CHARGE.
009908     move ws-fee-balance to ws-fee-amount-edit.
009909     move spaces to fee-statement-line.
009910     string fe-charge-date delimited by size
009911             '  ' delimited by size
009912             fe-charge-id delimited by size
009913             '  ' delimited by size
009914             fe-charge-type delimited by size
009915             '  ' delimited by size
009916             fe-description delimited by size
009917             '      ' delimited by size
009918             ws-fee-amount-edit delimited by size
009919         into fee-statement-line.
009920     write fee-statement-line after advancing 1 line.
009921
009922 3159-PRINT-STATEMENT-HEADING.
009923     move spaces to fee-statement-line.
009924     string 'OFFICE OF THE SCHOOL BUSINESS MANAGER  '
009925             delimited by size
009926             ws-current-yyyymmdd delimited by size
009927         into fee-statement-line.
009928     write fee-statement-line after advancing page.
009929     move spaces to fee-statement-line.
009930     write fee-statement-line after advancing 1 line.
009931     move gd-guardian-name to fee-statement-line.
009932     write fee-statement-line after advancing 1 line.
009933     move gd-addr-line-1 to fee-statement-line.
009934     write fee-statement-line after advancing 1 line.
009935     move gd-addr-line-2 to fee-statement-line.
009936     write fee-statement-line after advancing 1 line.
009937     move spaces to fee-statement-line.
009938     write fee-statement-line after advancing 1 line.
009939     move spaces to fee-statement-line.
009940     string 'RE: ' delimited by size
009941             st-student-name delimited by size
009942             ' ID ' delimited by size
009943             fe-student-id delimited by size
009944         into fee-statement-line.
009945     write fee-statement-line after advancing 1 line.
009946     move spaces to fee-statement-line.
009947     string 'STATEMENT OF SCHOOL FEES - OPEN CHARGES AS OF '
009948             delimited by size
009949             ws-current-yyyymmdd delimited by size
009950         into fee-statement-line.
009951     write fee-statement-line after advancing 2 lines.
009952     move spaces to fee-statement-line.
009953     string 'DATE      CHARGE  TYPE  DESCRIPTION'
009954             delimited by size
009955             '             BALANCE DUE' delimited by size
009956         into fee-statement-line.
009957     write fee-statement-line after advancing 2 lines.
009958
009959 3160-CLOSE-FEE-STATEMENT.
009960     if not record-rejected
009961         move ws-fee-student-balance to ws-fee-total-edit
009962         move 'TOTAL DUE' to fee-statement-line
009963         move ws-fee-total-edit to fee-statement-line (48:12)
009964         write fee-statement-line after advancing 2 lines
009965         move spaces to fee-statement-line
009966         string 'PLEASE REMIT PAYMENT TO THE SCHOOL OFFICE '
009967                 delimited by size
009968                 'OR CALL THE BUSINESS' delimited by size
009969             into fee-statement-line
009970         write fee-statement-line after advancing 2 lines
009971         move 'MANAGER TO ARRANGE A PAYMENT PLAN.'
009972             to fee-statement-line
009973         write fee-statement-line after advancing 1 line
009974         move ws-fee-prior-student to fh-student-id
009975         perform 3190-CHECK-FEE-HOLD
009976         if fee-held
009977             move spaces to fee-statement-line
009978             string 'REPORT CARDS AND TRANSCRIPTS ARE '
009979                     delimited by size
009980                     'WITHHELD WHILE THIS BALANCE IS OPEN.'
009981                     delimited by size
009982                 into fee-statement-line
009983             write fee-statement-line after advancing 2 lines
009984         end-if
009985         if gd-language-code not = 'EN'
009986             move spaces to fee-statement-line
009987             string 'TRANSLATION REQUIRED - LANGUAGE CODE '
009988                     delimited by size
009989                     gd-language-code delimited by size
009990                 into fee-statement-line
009991             write fee-statement-line after advancing 2 lines
009992         end-if
009993         add 1 to ws-cnt-written
009994     end-if.
009995
009996 3165-AGE-OPEN-CHARGE.
009997*    age runs from the charge date to the run date, in the
009998*    four buckets the business office reports on.
009999     move zero to ws-fee-age-days.
010000     if fe-charge-date numeric
010001         move fe-charge-date to ws-date-check
010002         perform 3170-COMPUTE-DAY-NUMBER
010003         if ws-fee-day-number < ws-fee-run-day
010004             compute ws-fee-age-days =
010005                 ws-fee-run-day - ws-fee-day-number
010006         end-if
010007     end-if.
010008     evaluate true
010009         when ws-fee-age-days <= 30
010010             move 1 to ws-fee-bucket
010011         when ws-fee-age-days <= 60
010012             move 2 to ws-fee-bucket
010013         when ws-fee-age-days <= 90
010014             move 3 to ws-fee-bucket
010015         when other
010016             move 4 to ws-fee-bucket
010017     end-evaluate.
010018     set ws-grade-idx to 1.
010019     search ws-valid-grade-entry
010020         at end
010021             move 21 to ws-fee-age-row
010022         when ws-valid-grade-entry (ws-grade-idx)
010023                 = st-grade-level
010024             set ws-fee-age-row to ws-grade-idx
010025     end-search.
010026     add ws-fee-balance
010027         to ws-fee-age-amount (ws-fee-age-row, ws-fee-bucket).
010028     add ws-fee-balance
010029         to ws-fee-age-amount (22, ws-fee-bucket).
010030
010031 3168-WRITE-STATEMENT-REJECT.
010032     move fe-student-id to rj-student-id.
010033     move st-student-name to rj-student-name.
010034     move ws-reject-reason to rj-reason-code.
010035     move spaces to rj-reason-text.
010036     evaluate true
010037         when reason-unknown-student
010038             move 'STUDENT NOT ON MASTER' to rj-reason-text
010039         when reason-no-guardian
010040             move 'NO GUARDIAN ADDRESS - STATEMENT NOT SENT'
010041                 to rj-reason-text
010042         when other
010043             move 'UNKNOWN REJECT REASON' to rj-reason-text
010044     end-evaluate.
010045     write reject-record.
010046     add 1 to ws-cnt-rejected.
010047
010048 3170-COMPUTE-DAY-NUMBER.
010049*    days from a fixed origin to the date in ws-date-check, so
010050*    two dates subtract to the days between them.
010051     perform 1027-SET-LEAP-YEAR-FLAG.
010052     subtract 1 from ws-dc-yyyy giving ws-fee-prior-years.
010053     divide ws-fee-prior-years by 4 giving ws-fee-leap-4.
010054     divide ws-fee-prior-years by 100 giving ws-fee-leap-100.
010055     divide ws-fee-prior-years by 400 giving ws-fee-leap-400.
010056     compute ws-fee-day-number = ws-fee-prior-years * 365
010057         + ws-fee-leap-4 - ws-fee-leap-100 + ws-fee-leap-400
010058         + ws-fee-cum-days-entry (ws-dc-mm) + ws-dc-dd.
010059     if leap-year and ws-dc-mm > 02
010060         add 1 to ws-fee-day-number
010061     end-if.
010062
010063 3175-PRINT-AGING-REPORT.
010064     move spaces to fee-aging-line.
010065     string 'FEES RECEIVABLE AGING BY GRADE LEVEL - '
010066             delimited by size
010067             ws-current-yyyymmdd delimited by size
010068         into fee-aging-line.
010069     write fee-aging-line.
010070     move spaces to fee-aging-line.
010071     write fee-aging-line.
010072     move spaces to fee-aging-line.
010073     move 'GRADE' to fee-aging-line (1:5).
010074     move '0-30 DAYS' to fee-aging-line (17:9).
010075     move '31-60 DAYS' to fee-aging-line (29:10).
010076     move '61-90 DAYS' to fee-aging-line (42:10).
010077     move 'OVER 90 DAYS' to fee-aging-line (53:12).
010078     move 'TOTAL' to fee-aging-line (73:5).
010079     write fee-aging-line.
010080     perform varying ws-fee-age-row from 1 by 1
010081             until ws-fee-age-row > ws-valid-grade-count
010082         move spaces to ws-fee-age-label
010083         string 'GRADE ' delimited by size
010084                 ws-valid-grade-entry (ws-fee-age-row)
010085                 delimited by size
010086             into ws-fee-age-label
010087         perform 3178-WRITE-AGING-LINE
010088     end-perform.
010089     move 21 to ws-fee-age-row.
010090     compute ws-fee-age-row-total =
010091         ws-fee-age-amount (21, 1) + ws-fee-age-amount (21, 2)
010092         + ws-fee-age-amount (21, 3)
010093         + ws-fee-age-amount (21, 4).
010094     if ws-fee-age-row-total > zero
010095         move 'OTHER' to ws-fee-age-label
010096         perform 3178-WRITE-AGING-LINE
010097     end-if.
010098     move spaces to fee-aging-line.
010099     write fee-aging-line.
010100     move 22 to ws-fee-age-row.
010101     move 'ALL GRADES' to ws-fee-age-label.
010102     perform 3178-WRITE-AGING-LINE.
010103
010104 3178-WRITE-AGING-LINE.
010105     move spaces to fee-aging-line.
010106     move ws-fee-age-label to fee-aging-line (1:10).
010107     move zero to ws-fee-age-row-total.
010108     perform varying ws-fee-bucket from 1 by 1
010109             until ws-fee-bucket > 4
010110         move ws-fee-age-amount (ws-fee-age-row, ws-fee-bucket)
010111             to ws-fee-total-edit
010112         compute ws-fee-col = 1 + ws-fee-bucket * 13
010113         move ws-fee-total-edit
010114             to fee-aging-line (ws-fee-col:12)
010115         add ws-fee-age-amount (ws-fee-age-row, ws-fee-bucket)
010116             to ws-fee-age-row-total
010117     end-perform.
010118     move ws-fee-age-row-total to ws-fee-total-edit.
010119     move ws-fee-total-edit to fee-aging-line (66:12).
010120     write fee-aging-line.
010121
010122 3190-CHECK-FEE-HOLD.
010123*    fh-student-id is set by the caller. the hold file is
010124*    rebuilt by each FEEEDIT run, so a hold stands until the
010125*    balance is paid down and the edit runs again.
010126     move 'N' to ws-fee-held.
010127     read fee-hold
010128         invalid key
010129             continue
010130         not invalid key
010131             set fee-held to true
010132     end-read.
010133
010134 3200-STAFF-MAINT-RUN.
010135*    teacher names were typed free-hand on every schedule and
010136*    homeroom record, so the same teacher showed up spelled
010137*    three ways. the STAFF master now holds one record per
010138*    staff member - name, department, status and the most
010139*    sections they may teach - and the teacher columns carry
010140*    the staff id. STAFTRN adds (A), changes (C) and
010141*    deactivates (D) staff; a change moves only the fields
010142*    keyed, and a status of A on a change reactivates.
010143     open i-o staff-master.
010144     if ws-staff-status not = '00'
010145         move 'STAFF-MASTER' to ws-io-check-name
010146         move ws-staff-status to ws-io-check-status
010147         perform 0990-CHECK-FILE-STATUS
010148     end-if.
010149     open input staff-trans.
010150     if ws-staftrn-status not = '00'
010151         move 'STAFF-TRANS' to ws-io-check-name
010152         move ws-staftrn-status to ws-io-check-status
010153         perform 0990-CHECK-FILE-STATUS
010154     end-if.
010155     open output reject-file.
010156     if ws-reject-status not = '00'
010157         move 'REJECT-FILE' to ws-io-check-name
010158         move ws-reject-status to ws-io-check-status
010159         perform 0990-CHECK-FILE-STATUS
010160     end-if.
010161     move 'N' to ws-staff-eof.
010162     perform until staff-eof
010163         read staff-trans
010164             at end
010165                 set staff-eof to true
010166             not at end
010167                 perform 3210-APPLY-ONE-STAFF-TRANS
010168         end-read
010169     end-perform.
010170     close staff-master staff-trans reject-file.
010171     perform 9800-WRITE-RUN-CONTROL.
010172
010173 3210-APPLY-ONE-STAFF-TRANS.
010174     add 1 to ws-cnt-trans-read.
010175     move 'N' to ws-reject-switch.
010176     move spaces to ws-reject-reason.
010177     move 'N' to ws-staff-on-file.
010178     move su-staff-id to sf-staff-id.
010179     read staff-master
010180         invalid key
010181             continue
010182         not invalid key
010183             set staff-on-file to true
010184     end-read.
010185     evaluate true
010186         when su-add
010187             perform 3215-APPLY-STAFF-ADD
010188         when su-change
010189             perform 3220-APPLY-STAFF-CHANGE
010190         when su-deactivate
010191             perform 3225-APPLY-STAFF-DEACTIVATE
010192         when other
010193             set record-rejected to true
010194             set reason-bad-trans-code to true
010195     end-evaluate.
010196     if record-rejected
010197         perform 3230-WRITE-STAFF-REJECT
010198     end-if.
010199
010200 3215-APPLY-STAFF-ADD.
010201     if staff-on-file
010202         set record-rejected to true
010203         set reason-duplicate-add to true
010204     end-if.
010205     if not record-rejected
010206         if su-staff-id = spaces or su-staff-name = spaces
010207                 or su-max-sections not numeric
010208                 or su-max-sections = '00'
010209             set record-rejected to true
010210             set reason-bad-staff-data to true
010211         end-if
010212     end-if.
010213     if not record-rejected
010214         move spaces to staff-master-record
010215         move su-staff-id to sf-staff-id
010216         move su-staff-name to sf-staff-name
010217         move su-department to sf-department
010218         set sf-active to true
010219         move su-max-sections-n to sf-max-sections
010220         move ws-current-yyyymmdd to sf-status-date
010221         write staff-master-record
010222         if ws-staff-status not = '00'
010223             move 'STAFF-MASTER' to ws-io-check-name
010224             move ws-staff-status to ws-io-check-status
010225             perform 0990-CHECK-FILE-STATUS
010226         end-if
010227         add 1 to ws-cnt-written
010228     end-if.
010229
010230 3220-APPLY-STAFF-CHANGE.
010231     if not staff-on-file
010232         set record-rejected to true
010233         set reason-staff-not-found to true
010234     end-if.
010235     if not record-rejected
010236         if (su-max-sections not = spaces
010237                 and (su-max-sections not numeric
010238                     or su-max-sections = '00'))
010239                 or (su-status not = space
010240                     and not su-reactivate)
010241             set record-rejected to true
010242             set reason-bad-staff-data to true
010243         end-if
010244     end-if.
010245     if not record-rejected
010246         if su-staff-name not = spaces
010247             move su-staff-name to sf-staff-name
010248         end-if
010249         if su-department not = spaces
010250             move su-department to sf-department
010251         end-if
010252         if su-max-sections not = spaces
010253             move su-max-sections-n to sf-max-sections
010254         end-if
010255         if su-reactivate and not sf-active
010256             set sf-active to true
010257             move ws-current-yyyymmdd to sf-status-date
010258         end-if
010259         rewrite staff-master-record
010260         if ws-staff-status not = '00'
010261             move 'STAFF-MASTER' to ws-io-check-name
010262             move ws-staff-status to ws-io-check-status
010263             perform 0990-CHECK-FILE-STATUS
010264         end-if
010265         add 1 to ws-cnt-rewritten
010266     end-if.
010267
010268 3225-APPLY-STAFF-DEACTIVATE.
010269*    the record stays on file so sections already booked to
010270*    the teacher still print a name.
010271     if not staff-on-file
010272         set record-rejected to true
010273         set reason-staff-not-found to true
010274     end-if.
010275     if not record-rejected
010276         if not sf-active
010277             set record-rejected to true
010278             set reason-staff-inactive to true
010279         end-if
010280     end-if.
010281     if not record-rejected
010282         set sf-inactive to true
010283         move ws-current-yyyymmdd to sf-status-date
010284         rewrite staff-master-record
010285         if ws-staff-status not = '00'
010286             move 'STAFF-MASTER' to ws-io-check-name
010287             move ws-staff-status to ws-io-check-status
010288             perform 0990-CHECK-FILE-STATUS
010289         end-if
010290         add 1 to ws-cnt-rewritten
010291     end-if.
010292
010293 3230-WRITE-STAFF-REJECT.
010294     move su-staff-id to rj-student-id.
010295     move su-staff-name to rj-student-name.
010296     move ws-reject-reason to rj-reason-code.
010297     move spaces to rj-reason-text.
010298     evaluate true
010299         when reason-bad-trans-code
010300             move 'STAFF TRANS CODE MUST BE A, C OR D'
010301                 to rj-reason-text
010302         when reason-duplicate-add
010303             move 'STAFF ID ALREADY ON FILE' to rj-reason-text
010304         when reason-staff-not-found
010305             move 'STAFF ID NOT ON STAFF MASTER'
010306                 to rj-reason-text
010307         when reason-staff-inactive
010308             move 'STAFF MEMBER ALREADY INACTIVE'
010309                 to rj-reason-text
010310         when reason-bad-staff-data
010311             move 'STAFF ID, NAME, LIMIT OR STATUS INVALID'
010312                 to rj-reason-text
010313         when other
010314             move 'UNKNOWN REJECT REASON' to rj-reason-text
010315     end-evaluate.
010316     write reject-record.
010317     add 1 to ws-cnt-rejected.
010318
010319 3250-TEACHER-LOAD-RUN.
010320*    the teacher load report for the master schedule build:
010321*    every section on SCHEDULE by teacher, period and course
010322*    with its enrolment, then per teacher the sections,
010323*    distinct periods and total students against the staff
010324*    master section limit. a teacher over the limit, booked
010325*    for two sections in one period, inactive, or not on the
010326*    staff master at all (an old typed name) is flagged, and
010327*    the report ends with the REFDATA homerooms whose teacher
010328*    is not an active staff member. withdrawn students and
010329*    ids not on the master are left out, as on the rosters.
010330     perform 1400-LOAD-REFERENCE-DATA.
010331     perform 1420-LOAD-COURSE-CATALOG.
010332     open input student-master.
010333     if ws-student-status not = '00'
010334         move 'STUDENT-MASTER' to ws-io-check-name
010335         move ws-student-status to ws-io-check-status
010336         perform 0990-CHECK-FILE-STATUS
010337     end-if.
010338     open input staff-master.
010339     if ws-staff-status not = '00'
010340         move 'STAFF-MASTER' to ws-io-check-name
010341         move ws-staff-status to ws-io-check-status
010342         perform 0990-CHECK-FILE-STATUS
010343     end-if.
010344     open output teacher-load-rpt.
010345     if ws-tchload-status not = '00'
010346         move 'TEACHER-LOAD-RPT' to ws-io-check-name
010347         move ws-tchload-status to ws-io-check-status
010348         perform 0990-CHECK-FILE-STATUS
010349     end-if.
010350     sort sort-work-18
010351         on ascending key sw18-teacher sw18-period
010352             sw18-course-code sw18-student-id
010353         input procedure is 3255-SELECT-LOAD-RECS
010354         output procedure is 3260-PRINT-TEACHER-LOADS.
010355     perform 3280-LIST-HOMEROOM-STAFF.
010356     perform 3290-PRINT-LOAD-TOTALS.
010357     close student-master staff-master teacher-load-rpt.
010358     perform 9800-WRITE-RUN-CONTROL.
010359
010360 3255-SELECT-LOAD-RECS.
010361     open input schedule-file.
010362     if ws-schedule-status not = '00'
010363         move 'SCHEDULE-FILE' to ws-io-check-name
010364         move ws-schedule-status to ws-io-check-status
010365         perform 0990-CHECK-FILE-STATUS
010366     end-if.
010367     move 'N' to ws-tl-eof.
010368     perform until tl-eof
010369         read schedule-file
010370             at end
010371                 set tl-eof to true
010372             not at end
010373                 perform 3258-SELECT-ONE-LOAD-REC
010374         end-read
010375     end-perform.
010376     close schedule-file.
010377
010378 3258-SELECT-ONE-LOAD-REC.
010379     add 1 to ws-cnt-trans-read.
010380     move sc-student-id to st-student-id.
010381     read student-master
010382         invalid key
010383             add 1 to ws-cnt-rejected
010384         not invalid key
010385             if st-withdrawn
010386                 add 1 to ws-cnt-rejected
010387             else
010388                 move sc-teacher to sw18-teacher
010389                 move sc-period to sw18-period
010390                 move sc-course-code to sw18-course-code
010391                 move sc-student-id to sw18-student-id
010392                 release sw18-record
010393             end-if
010394     end-read.
010395
010396 3260-PRINT-TEACHER-LOADS.
010397     move spaces to teacher-load-line.
010398     string 'TEACHER LOAD REPORT - ' delimited by size
010399             ws-current-yyyymmdd delimited by size
010400         into teacher-load-line.
010401     write teacher-load-line.
010402     move spaces to teacher-load-line.
010403     string '    PERIOD COURSE  TITLE' delimited by size
010404             '                       STUDENTS'
010405             delimited by size
010406         into teacher-load-line.
010407     write teacher-load-line.
010408*    a blank teacher column sorts first, so the first-record
010409*    switch - not a blank ws-tl-teacher - starts the breaks.
010410     move spaces to ws-tl-teacher.
010411     move 'Y' to ws-tl-first-rec.
010412     move 'N' to ws-tl-eof.
010413     perform until tl-eof
010414         return sort-work-18
010415             at end
010416                 set tl-eof to true
010417                 if not tl-first-rec
010418                     perform 3270-CLOSE-LOAD-SECTION
010419                     perform 3275-CLOSE-TEACHER-LOAD
010420                 end-if
010421             not at end
010422                 perform 3265-TALLY-LOAD-REC
010423         end-return
010424     end-perform.
010425
010426 3265-TALLY-LOAD-REC.
010427     if tl-first-rec or sw18-teacher not = ws-tl-teacher
010428         if not tl-first-rec
010429             perform 3270-CLOSE-LOAD-SECTION
010430             perform 3275-CLOSE-TEACHER-LOAD
010431         end-if
010432         move 'N' to ws-tl-first-rec
010433         perform 3266-START-TEACHER-LOAD
010434         perform 3268-START-LOAD-SECTION
010435     else
010436         if sw18-period not = ws-tl-period
010437                 or sw18-course-code not = ws-tl-course
010438             perform 3270-CLOSE-LOAD-SECTION
010439             perform 3268-START-LOAD-SECTION
010440         end-if
010441     end-if.
010442     add 1 to ws-tl-section-students.
010443     add 1 to ws-tl-students.
010444     add 1 to ws-cnt-written.
010445
010446 3266-START-TEACHER-LOAD.
010447     move sw18-teacher to ws-tl-teacher.
010448     move zero to ws-tl-sections ws-tl-periods ws-tl-students.
010449     move 'N' to ws-tl-teacher-conflict.
010450     add 1 to ws-tl-teacher-count.
010451     move 'N' to ws-staff-on-file.
010452     move ws-tl-staff-id to sf-staff-id.
010453     read staff-master
010454         invalid key
010455             continue
010456         not invalid key
010457             set staff-on-file to true
010458     end-read.
010459     move spaces to teacher-load-line.
010460     if staff-on-file
010461         string 'STAFF ' delimited by size
010462                 sf-staff-id delimited by size
010463                 '  ' delimited by size
010464                 sf-staff-name delimited by size
010465                 '  ' delimited by size
010466                 sf-department delimited by size
010467                 '  SECTION LIMIT ' delimited by size
010468                 sf-max-sections delimited by size
010469             into teacher-load-line
010470     else
010471         string 'TEACHER ' delimited by size
010472                 ws-tl-teacher delimited by size
010473             into teacher-load-line
010474     end-if.
010475     move teacher-load-line to ws-tl-heading.
010476     move spaces to teacher-load-line.
010477     write teacher-load-line.
010478     write teacher-load-line from ws-tl-heading.
010479
010480 3268-START-LOAD-SECTION.
010481*    the sort puts a teacher's sections in period order, so a
010482*    second section in the period just closed is a double
010483*    booking.
010484     move 'N' to ws-tl-section-conflict.
010485     if ws-tl-sections > zero
010486             and sw18-period = ws-tl-period
010487         set tl-section-conflict to true
010488         set tl-teacher-conflict to true
010489     else
010490         add 1 to ws-tl-periods
010491     end-if.
010492     add 1 to ws-tl-sections.
010493     move sw18-period to ws-tl-period.
010494     move sw18-course-code to ws-tl-course.
010495     move zero to ws-tl-section-students.
010496
010497 3270-CLOSE-LOAD-SECTION.
010498     move ws-tl-course to ws-course-lookup.
010499     perform 1430-LOOKUP-COURSE-CODE.
010500     if ws-course-sub > zero
010501         move ws-course-title (ws-course-sub)
010502             to ws-course-title-out
010503     else
010504         move '(NOT ON CATALOG)' to ws-course-title-out
010505     end-if.
010506     move ws-tl-section-students to ws-count-edit.
010507     move spaces to teacher-load-line.
010508     string '    ' delimited by size
010509             ws-tl-period delimited by size
010510             '     ' delimited by size
010511             ws-tl-course delimited by size
010512             '  ' delimited by size
010513             ws-course-title-out delimited by size
010514             '   ' delimited by size
010515             ws-count-edit delimited by size
010516         into teacher-load-line.
010517     if tl-section-conflict
010518         move 'SAME PERIOD' to teacher-load-line (63:11)
010519     end-if.
010520     write teacher-load-line.
010521
010522 3275-CLOSE-TEACHER-LOAD.
010523     move spaces to ws-tl-homeroom.
010524     set ws-homeroom-idx to 1.
010525     search ws-valid-homeroom-group
010526         at end
010527             continue
010528         when ws-homeroom-staff-id (ws-homeroom-idx)
010529                 = ws-tl-staff-id
010530             move ws-valid-homeroom-entry (ws-homeroom-idx)
010531                 to ws-tl-homeroom
010532     end-search.
010533     move ws-tl-students to ws-cnt-edit.
010534     move spaces to teacher-load-line.
010535     string '    SECTIONS ' delimited by size
010536             ws-tl-sections delimited by size
010537             '  PERIODS ' delimited by size
010538             ws-tl-periods delimited by size
010539             '  STUDENTS ' delimited by size
010540             ws-cnt-edit delimited by size
010541             '  HOMEROOM ' delimited by size
010542             ws-tl-homeroom delimited by size
010543         into teacher-load-line.
010544     write teacher-load-line.
010545     if not staff-on-file
010546         add 1 to ws-tl-unknown-count
010547         move '    *** NOT ON STAFF MASTER' to teacher-load-line
010548         write teacher-load-line
010549     else
010550         if ws-tl-sections > sf-max-sections
010551             add 1 to ws-tl-over-count
010552             move '    *** OVER SECTION LIMIT'
010553                 to teacher-load-line
010554             write teacher-load-line
010555         end-if
010556         if not sf-active
010557             add 1 to ws-tl-inactive-count
010558             move '    *** STAFF MEMBER IS INACTIVE'
010559                 to teacher-load-line
010560             write teacher-load-line
010561         end-if
010562     end-if.
010563     if tl-teacher-conflict
010564         add 1 to ws-tl-conflict-count
010565         move '    *** TWO SECTIONS IN THE SAME PERIOD'
010566             to teacher-load-line
010567         write teacher-load-line
010568     end-if.
010569
010570 3280-LIST-HOMEROOM-STAFF.
010571     move spaces to teacher-load-line.
010572     write teacher-load-line.
010573     move 'HOMEROOMS WITHOUT AN ACTIVE STAFF MEMBER'
010574         to teacher-load-line.
010575     write teacher-load-line.
010576     move zero to ws-tl-hr-count.
010577     perform varying ws-homeroom-sub from 1 by 1
010578             until ws-homeroom-sub > ws-valid-homeroom-count
010579         perform 3285-CHECK-HOMEROOM-STAFF
010580     end-perform.
010581     if ws-tl-hr-count = zero
010582         move '    NONE' to teacher-load-line
010583         write teacher-load-line
010584     end-if.
010585
010586 3285-CHECK-HOMEROOM-STAFF.
010587     move ws-homeroom-staff-id (ws-homeroom-sub) to sf-staff-id.
010588     move spaces to teacher-load-line.
010589     read staff-master
010590         invalid key
010591             string '    ' delimited by size
010592                     ws-valid-homeroom-entry (ws-homeroom-sub)
010593                     delimited by size
010594                     '  ' delimited by size
010595                     ws-homeroom-teacher (ws-homeroom-sub)
010596                     delimited by size
010597                     '  NOT ON STAFF MASTER' delimited by size
010598                 into teacher-load-line
010599         not invalid key
010600             if not sf-active
010601                 string '    ' delimited by size
010602                         ws-valid-homeroom-entry
010603                             (ws-homeroom-sub)
010604                         delimited by size
010605                         '  ' delimited by size
010606                         sf-staff-id delimited by size
010607                         ' ' delimited by size
010608                         sf-staff-name delimited by size
010609                         '  INACTIVE' delimited by size
010610                     into teacher-load-line
010611             end-if
010612     end-read.
010613     if teacher-load-line not = spaces
010614         add 1 to ws-tl-hr-count
010615         write teacher-load-line
010616     end-if.
010617
010618 3290-PRINT-LOAD-TOTALS.
010619     move spaces to teacher-load-line.
010620     write teacher-load-line.
010621     move ws-tl-teacher-count to ws-cnt-edit.
010622     move spaces to teacher-load-line.
010623     string 'TEACHERS                ' delimited by size
010624             ws-cnt-edit delimited by size
010625         into teacher-load-line.
010626     write teacher-load-line.
010627     move ws-tl-over-count to ws-cnt-edit.
010628     move spaces to teacher-load-line.
010629     string 'OVER SECTION LIMIT      ' delimited by size
010630             ws-cnt-edit delimited by size
010631         into teacher-load-line.
010632     write teacher-load-line.
010633     move ws-tl-conflict-count to ws-cnt-edit.
010634     move spaces to teacher-load-line.
010635     string 'SAME-PERIOD SECTIONS    ' delimited by size
010636             ws-cnt-edit delimited by size
010637         into teacher-load-line.
010638     write teacher-load-line.
010639     move ws-tl-inactive-count to ws-cnt-edit.
010640     move spaces to teacher-load-line.
010641     string 'INACTIVE STAFF          ' delimited by size
010642             ws-cnt-edit delimited by size
010643         into teacher-load-line.
010644     write teacher-load-line.
010645     move ws-tl-unknown-count to ws-cnt-edit.
010646     move spaces to teacher-load-line.
010647     string 'NOT ON STAFF MASTER     ' delimited by size
010648             ws-cnt-edit delimited by size
010649         into teacher-load-line.
010650     write teacher-load-line.
010651     move ws-tl-hr-count to ws-cnt-edit.
010652     move spaces to teacher-load-line.
010653     string 'HOMEROOMS UNSTAFFED     ' delimited by size
010654             ws-cnt-edit delimited by size
010655         into teacher-load-line.
010656     write teacher-load-line.
010657
010658 3300-COURSE-REQUEST-EDIT-RUN.
010659*    next year's course requests used to come in on paper and
010660*    were keyed straight onto the new schedule. CRSREQ now
010661*    carries one record per course a student asks for, first
010662*    choice (F) or alternate (A), with the grade the student
010663*    will be in. each request is checked against the master
010664*    (active, and the grade is the one promotion will give),
010665*    the course catalog and the student's other requests;
010666*    good ones go to CRSREQOK. REQDMND totals first choices
010667*    and alternates per course against the catalog capacity
010668*    to show the sections needed, then lists students with
010669*    fewer or more first choices than the PARM range
010670*    (PARM='REQEDIT,6,8').
010671     perform 3305-SET-REQUEST-LIMITS.
010672     perform 1420-LOAD-COURSE-CATALOG.
010673     move zeros to ws-rq-demand.
010674     open input student-master.
010675     if ws-student-status not = '00'
010676         move 'STUDENT-MASTER' to ws-io-check-name
010677         move ws-student-status to ws-io-check-status
010678         perform 0990-CHECK-FILE-STATUS
010679     end-if.
010680     open output request-ok.
010681     if ws-crsreqok-status not = '00'
010682         move 'REQUEST-OK' to ws-io-check-name
010683         move ws-crsreqok-status to ws-io-check-status
010684         perform 0990-CHECK-FILE-STATUS
010685     end-if.
010686     open output reject-file.
010687     if ws-reject-status not = '00'
010688         move 'REJECT-FILE' to ws-io-check-name
010689         move ws-reject-status to ws-io-check-status
010690         perform 0990-CHECK-FILE-STATUS
010691     end-if.
010692     open output request-demand-rpt.
010693     if ws-reqdmnd-status not = '00'
010694         move 'REQUEST-DEMAND-RPT' to ws-io-check-name
010695         move ws-reqdmnd-status to ws-io-check-status
010696         perform 0990-CHECK-FILE-STATUS
010697     end-if.
010698     sort sort-work-19
010699         on ascending key sw19-student-id sw19-course-code
010700         on descending key sw19-choice
010701         using course-request
010702         output procedure is 3310-EDIT-COURSE-REQUESTS.
010703     close request-ok reject-file.
010704     perform 3330-PRINT-COURSE-DEMAND.
010705     perform 3340-LIST-REQUEST-COUNTS.
010706     close student-master request-demand-rpt.
010707     perform 9800-WRITE-RUN-CONTROL.
010708
010709 3305-SET-REQUEST-LIMITS.
010710     if ws-parm-opt1 not = spaces
010711         move ws-parm-opt1 to ws-rq-parm
010712         perform 3307-PARSE-REQUEST-LIMIT
010713         if ws-rq-parm-len > zero
010714             move ws-rq-parm-value to ws-rq-min-first
010715         end-if
010716     end-if.
010717     if ws-parm-opt2 not = spaces
010718         move ws-parm-opt2 to ws-rq-parm
010719         perform 3307-PARSE-REQUEST-LIMIT
010720         if ws-rq-parm-len > zero
010721             move ws-rq-parm-value to ws-rq-max-first
010722         end-if
010723     end-if.
010724
010725 3307-PARSE-REQUEST-LIMIT.
010726     move zero to ws-rq-parm-len.
010727     inspect ws-rq-parm tallying ws-rq-parm-len
010728         for characters before initial space.
010729     if ws-rq-parm-len > zero
010730             and ws-rq-parm-len < 3
010731             and ws-rq-parm (1:ws-rq-parm-len) numeric
010732         move ws-rq-parm (1:ws-rq-parm-len) to ws-rq-parm-value
010733     else
010734         display 'HELLOWORLD: INVALID REQUEST LIMIT - '
010735             ws-rq-parm
010736         move zero to ws-rq-parm-len
010737     end-if.
010738
010739 3310-EDIT-COURSE-REQUESTS.
010740     move spaces to ws-rq-last-key.
010741     move 'N' to ws-rq-eof.
010742     perform until rq-eof
010743         return sort-work-19
010744             at end
010745                 set rq-eof to true
010746             not at end
010747                 perform 3315-EDIT-ONE-REQUEST
010748         end-return
010749     end-perform.
010750
010751 3315-EDIT-ONE-REQUEST.
010752     add 1 to ws-cnt-trans-read.
010753     move 'N' to ws-reject-switch.
010754     move spaces to ws-reject-reason.
010755     move sw19-student-id to st-student-id.
010756     add 1 to ws-cnt-master-read.
010757     read student-master
010758         invalid key
010759             set record-rejected to true
010760             set reason-unknown-student to true
010761             move spaces to st-student-name
010762     end-read.
010763     if not record-rejected
010764         if not st-active
010765             set record-rejected to true
010766             set reason-withdrawn-student to true
010767         end-if
010768     end-if.
010769*    the grade promotion will give is worked out on the copy
010770*    just read - the master is open input and is not changed.
010771     if not record-rejected
010772         perform 1540-ADVANCE-GRADE-LEVEL
010773         if not grade-advanced
010774                 or st-grade-level not = sw19-next-grade
010775             set record-rejected to true
010776             set reason-wrong-next-grade to true
010777         end-if
010778     end-if.
010779     if not record-rejected
010780         if not sw19-valid-choice
010781             set record-rejected to true
010782             set reason-bad-trans-code to true
010783         end-if
010784     end-if.
010785     if not record-rejected
010786         move sw19-course-code to ws-course-lookup
010787         perform 1430-LOOKUP-COURSE-CODE
010788         if ws-course-sub = zero
010789             set record-rejected to true
010790             set reason-unknown-course to true
010791         end-if
010792     end-if.
010793*    the sort puts a first choice ahead of an alternate for
010794*    the same course, so the first choice is the one kept.
010795     if not record-rejected
010796         if sw19-student-id = ws-rq-last-student
010797                 and sw19-course-code = ws-rq-last-course
010798             set record-rejected to true
010799             set reason-dup-request to true
010800         end-if
010801     end-if.
010802     if record-rejected
010803         perform 3320-WRITE-REQUEST-REJECT
010804     else
010805         move sw19-student-id to ws-rq-last-student
010806         move sw19-course-code to ws-rq-last-course
010807         if sw19-first
010808             add 1 to ws-rq-first-count (ws-course-sub)
010809         else
010810             add 1 to ws-rq-alt-count (ws-course-sub)
010811         end-if
010812         move sw19-record to request-ok-record
010813         write request-ok-record
010814         if ws-crsreqok-status not = '00'
010815             move 'REQUEST-OK' to ws-io-check-name
010816             move ws-crsreqok-status to ws-io-check-status
010817             perform 0990-CHECK-FILE-STATUS
010818         end-if
010819         add 1 to ws-cnt-written
010820     end-if.
010821
010822 3320-WRITE-REQUEST-REJECT.
010823     move sw19-student-id to rj-student-id.
010824     move st-student-name to rj-student-name.
010825     move ws-reject-reason to rj-reason-code.
010826     move spaces to rj-reason-text.
010827     evaluate true
010828         when reason-unknown-student
010829             move 'STUDENT NOT ON MASTER' to rj-reason-text
010830         when reason-withdrawn-student
010831             move 'STUDENT IS WITHDRAWN' to rj-reason-text
010832         when reason-wrong-next-grade
010833             string 'NEXT-YEAR GRADE ' delimited by size
010834                     sw19-next-grade delimited by size
010835                     ' IS NOT THE PROMOTED GRADE'
010836                     delimited by size
010837                 into rj-reason-text
010838         when reason-bad-trans-code
010839             move 'REQUEST CHOICE MUST BE F OR A'
010840                 to rj-reason-text
010841         when reason-unknown-course
010842             string 'COURSE ' delimited by size
010843                     sw19-course-code delimited by size
010844                     ' NOT ON CATALOG' delimited by size
010845                 into rj-reason-text
010846         when reason-dup-request
010847             string 'COURSE ' delimited by size
010848                     sw19-course-code delimited by size
010849                     ' REQUESTED TWICE' delimited by size
010850                 into rj-reason-text
010851         when other
010852             move 'UNKNOWN REJECT REASON' to rj-reason-text
010853     end-evaluate.
010854     write reject-record.
010855     add 1 to ws-cnt-rejected.
010856
010857 3330-PRINT-COURSE-DEMAND.
010858     move spaces to request-demand-line.
010859     string 'COURSE REQUEST DEMAND - ' delimited by size
010860             ws-current-yyyymmdd delimited by size
010861         into request-demand-line.
010862     write request-demand-line.
010863     move spaces to request-demand-line.
010864     write request-demand-line.
010865     move spaces to request-demand-line.
010866     string 'COURSE  TITLE' delimited by size
010867             '                           FIRST   ALT'
010868             delimited by size
010869             '  SEATS  SECTIONS' delimited by size
010870         into request-demand-line.
010871     write request-demand-line.
010872     move zero to ws-rq-course-count.
010873     perform varying ws-course-sub from 1 by 1
010874             until ws-course-sub > ws-valid-course-count
010875         if ws-rq-first-count (ws-course-sub) > zero
010876                 or ws-rq-alt-count (ws-course-sub) > zero
010877             perform 3335-WRITE-DEMAND-LINE
010878         end-if
010879     end-perform.
010880     move ws-rq-course-count to ws-cnt-edit.
010881     move spaces to request-demand-line.
010882     write request-demand-line.
010883     move spaces to request-demand-line.
010884     string 'COURSES REQUESTED ' delimited by size
010885             ws-cnt-edit delimited by size
010886         into request-demand-line.
010887     write request-demand-line.
010888
010889 3335-WRITE-DEMAND-LINE.
010890*    sections are sized on first choices only - alternates
010891*    are shown for the scheduler but fill seats only when a
010892*    first choice cannot be met.
010893     add 1 to ws-rq-course-count.
010894     move zero to ws-rq-sections.
010895     if ws-course-capacity (ws-course-sub) > zero
010896         divide ws-rq-first-count (ws-course-sub)
010897             by ws-course-capacity (ws-course-sub)
010898             giving ws-rq-sections
010899             remainder ws-rq-remainder
010900         if ws-rq-remainder > zero
010901             add 1 to ws-rq-sections
010902         end-if
010903     end-if.
010904     move ws-rq-first-count (ws-course-sub) to ws-rq-first-edit.
010905     move ws-rq-alt-count (ws-course-sub) to ws-rq-alt-edit.
010906     move ws-course-capacity (ws-course-sub) to ws-count-edit.
010907     move ws-rq-sections to ws-rq-sections-edit.
010908     move spaces to request-demand-line.
010909     string ws-valid-course-entry (ws-course-sub)
010910             delimited by size
010911             '  ' delimited by size
010912             ws-course-title (ws-course-sub) delimited by size
010913             '  ' delimited by size
010914             ws-rq-first-edit delimited by size
010915             ' ' delimited by size
010916             ws-rq-alt-edit delimited by size
010917             '    ' delimited by size
010918             ws-count-edit delimited by size
010919             '       ' delimited by size
010920             ws-rq-sections-edit delimited by size
010921         into request-demand-line.
010922     write request-demand-line.
010923
010924 3340-LIST-REQUEST-COUNTS.
010925*    the accepted requests are matched against the master in
010926*    key order so an active student with no requests at all
010927*    is listed too. seniors graduate and are not expected to
010928*    request.
010929     move spaces to request-demand-line.
010930     write request-demand-line.
010931     move spaces to request-demand-line.
010932     string 'STUDENTS OUTSIDE ' delimited by size
010933             ws-rq-min-first delimited by size
010934             ' TO ' delimited by size
010935             ws-rq-max-first delimited by size
010936             ' FIRST-CHOICE REQUESTS' delimited by size
010937         into request-demand-line.
010938     write request-demand-line.
010939     move spaces to request-demand-line.
010940     string 'STUDENT    NAME' delimited by size
010941             '                            GR FIRST  ALT'
010942             delimited by size
010943         into request-demand-line.
010944     write request-demand-line.
010945     move zero to ws-rq-exception-count.
010946     open input request-ok.
010947     if ws-crsreqok-status not = '00'
010948         move 'REQUEST-OK' to ws-io-check-name
010949         move ws-crsreqok-status to ws-io-check-status
010950         perform 0990-CHECK-FILE-STATUS
010951     end-if.
010952     move 'N' to ws-rq-eof.
010953     perform 3348-READ-REQUEST-OK.
010954     move low-values to st-student-id.
010955     move 'N' to ws-master-eof.
010956     start student-master key not less than st-student-id
010957         invalid key
010958             set master-eof to true
010959     end-start.
010960     perform until master-eof
010961         read student-master next record
010962             at end
010963                 set master-eof to true
010964             not at end
010965                 perform 3345-COUNT-STUDENT-REQUESTS
010966         end-read
010967     end-perform.
010968     close request-ok.
010969     move ws-rq-exception-count to ws-cnt-edit.
010970     move spaces to request-demand-line.
010971     write request-demand-line.
010972     move spaces to request-demand-line.
010973     string 'STUDENTS LISTED   ' delimited by size
010974             ws-cnt-edit delimited by size
010975         into request-demand-line.
010976     write request-demand-line.
010977
010978 3345-COUNT-STUDENT-REQUESTS.
010979     move zero to ws-rq-student-first ws-rq-student-alt.
010980     perform until rq-eof
010981             or ra-student-id not = st-student-id
010982         if ra-first
010983             add 1 to ws-rq-student-first
010984         else
010985             add 1 to ws-rq-student-alt
010986         end-if
010987         perform 3348-READ-REQUEST-OK
010988     end-perform.
010989     if st-active and st-grade-level not = '12'
010990         move spaces to ws-rq-flag
010991         if ws-rq-student-first < ws-rq-min-first
010992             move 'TOO FEW' to ws-rq-flag
010993         end-if
010994         if ws-rq-student-first > ws-rq-max-first
010995             move 'TOO MANY' to ws-rq-flag
010996         end-if
010997         if ws-rq-flag not = spaces
010998             add 1 to ws-rq-exception-count
010999             move ws-rq-student-first to ws-count-edit
011000             move ws-rq-student-alt to ws-rq-sections-edit
011001             move spaces to request-demand-line
011002             string st-student-id delimited by size
011003                     '  ' delimited by size
011004                     st-student-name delimited by size
011005                     '  ' delimited by size
011006                     st-grade-level delimited by size
011007                     '   ' delimited by size
011008                     ws-count-edit delimited by size
011009                     '  ' delimited by size
011010                     ws-rq-sections-edit delimited by size
011011                     '  ' delimited by size
011012                     ws-rq-flag delimited by size
011013                 into request-demand-line
011014             write request-demand-line
011015         end-if
011016     end-if.
011017
011018 3348-READ-REQUEST-OK.
011019     read request-ok
011020         at end
011021             set rq-eof to true
011022     end-read.
011023
011024 3350-REQUEST-SCHED-TRANS-RUN.
011025*    run straight after the promotion run. each accepted first
011026*    choice becomes an add transaction on SCHDTRN for the
011027*    master schedule build, so the requests are not keyed a
011028*    second time. period 00 and a blank teacher mark a row
011029*    not yet placed - the scheduler sets both before the
011030*    transactions go to SCHDMNT, which rejects an add with
011031*    period 00 or no staff id, so a half-filled row cannot
011032*    book. alternates are held back, and a
011033*    student no longer active or not promoted to the grade
011034*    requested is rejected for the counselors.
011035     open input student-master.
011036     if ws-student-status not = '00'
011037         move 'STUDENT-MASTER' to ws-io-check-name
011038         move ws-student-status to ws-io-check-status
011039         perform 0990-CHECK-FILE-STATUS
011040     end-if.
011041     open input request-ok.
011042     if ws-crsreqok-status not = '00'
011043         move 'REQUEST-OK' to ws-io-check-name
011044         move ws-crsreqok-status to ws-io-check-status
011045         perform 0990-CHECK-FILE-STATUS
011046     end-if.
011047     open output sched-trans.
011048     if ws-schdtrn-status not = '00'
011049         move 'SCHED-TRANS' to ws-io-check-name
011050         move ws-schdtrn-status to ws-io-check-status
011051         perform 0990-CHECK-FILE-STATUS
011052     end-if.
011053     open output reject-file.
011054     if ws-reject-status not = '00'
011055         move 'REJECT-FILE' to ws-io-check-name
011056         move ws-reject-status to ws-io-check-status
011057         perform 0990-CHECK-FILE-STATUS
011058     end-if.
011059     move zero to ws-rq-alt-skipped.
011060     move 'N' to ws-rq-eof.
011061     perform until rq-eof
011062         read request-ok
011063             at end
011064                 set rq-eof to true
011065             not at end
011066                 perform 3355-CUT-ONE-SCHED-TRANS
011067         end-read
011068     end-perform.
011069     close student-master request-ok sched-trans reject-file.
011070     move ws-rq-alt-skipped to ws-cnt-edit.
011071     display 'HELLOWORLD: ALTERNATE REQUESTS HELD BACK '
011072         ws-cnt-edit.
011073     perform 9800-WRITE-RUN-CONTROL.
011074
011075 3355-CUT-ONE-SCHED-TRANS.
011076     add 1 to ws-cnt-trans-read.
011077     if ra-alternate
011078         add 1 to ws-rq-alt-skipped
011079     else
011080         perform 3358-EDIT-PROMOTED-REQUEST
011081     end-if.
011082
011083 3358-EDIT-PROMOTED-REQUEST.
011084     move 'N' to ws-reject-switch.
011085     move spaces to ws-reject-reason.
011086     move ra-student-id to st-student-id.
011087     add 1 to ws-cnt-master-read.
011088     read student-master
011089         invalid key
011090             set record-rejected to true
011091             set reason-unknown-student to true
011092             move spaces to st-student-name
011093     end-read.
011094     if not record-rejected
011095         if not st-active
011096             set record-rejected to true
011097             set reason-withdrawn-student to true
011098         end-if
011099     end-if.
011100     if not record-rejected
011101         if st-grade-level not = ra-next-grade
011102             set record-rejected to true
011103             set reason-wrong-next-grade to true
011104         end-if
011105     end-if.
011106     if record-rejected
011107         move ra-student-id to rj-student-id
011108         move st-student-name to rj-student-name
011109         move ws-reject-reason to rj-reason-code
011110         move spaces to rj-reason-text
011111         evaluate true
011112             when reason-unknown-student
011113                 move 'STUDENT NOT ON MASTER' to rj-reason-text
011114             when reason-withdrawn-student
011115                 move 'STUDENT IS WITHDRAWN' to rj-reason-text
011116             when other
011117                 string 'NOT PROMOTED TO GRADE '
011118                         delimited by size
011119                         ra-next-grade delimited by size
011120                         ' - ' delimited by size
011121                         ra-course-code delimited by size
011122                     into rj-reason-text
011123         end-evaluate
011124         write reject-record
011125         add 1 to ws-cnt-rejected
011126     else
011127         move spaces to sched-trans-record
011128         move 'A' to sx-trans-code
011129         move ra-student-id to sx-student-id
011130         move zero to sx-period
011131         move ra-course-code to sx-course-code
011132         write sched-trans-record
011133         if ws-schdtrn-status not = '00'
011134             move 'SCHED-TRANS' to ws-io-check-name
011135             move ws-schdtrn-status to ws-io-check-status
011136             perform 0990-CHECK-FILE-STATUS
011137         end-if
011138         add 1 to ws-cnt-written
011139     end-if.
011140
011141 9800-WRITE-RUN-CONTROL.
011142     perform 9850-CHECK-RUN-BALANCE.
011143     open extend run-control.
011144     if ws-runctl-status not = '00'
011145         move 'RUN-CONTROL' to ws-io-check-name
011146         move ws-runctl-status to ws-io-check-status
011147         perform 0990-CHECK-FILE-STATUS
011148     end-if.
011149     move ws-current-yyyymmdd to rc-run-date.
011150     move ws-run-mode to rc-run-mode.
011151     move ws-cnt-trans-read to rc-records-read.
011152     move ws-cnt-master-read to rc-master-read.
011153     move ws-cnt-written to rc-records-written.
011154     move ws-cnt-rewritten to rc-records-rewritten.
011155     move ws-cnt-rejected to rc-records-rejected.
011156     move ws-balance-flag to rc-balance-flag.
011157     write run-control-record.
011158     close run-control.
011159     display 'HELLOWORLD RUN CONTROL - MODE ' ws-run-mode.
011160     move ws-cnt-trans-read to ws-cnt-edit.
011161     display '  TRANSACTIONS READ  ' ws-cnt-edit.
011162     move ws-cnt-master-read to ws-cnt-edit.
011163     display '  MASTER RECORDS READ' ws-cnt-edit.
011164     move ws-cnt-written to ws-cnt-edit.
011165     display '  RECORDS WRITTEN    ' ws-cnt-edit.
011166     move ws-cnt-rewritten to ws-cnt-edit.
011167     display '  RECORDS REWRITTEN  ' ws-cnt-edit.
011168     move ws-cnt-rejected to ws-cnt-edit.
011169     display '  RECORDS REJECTED   ' ws-cnt-edit.
011170     if run-out-of-balance
011171         display '  RUN OUT OF BALANCE - SETTING COND CODE 8'
011172         move 8 to return-code
011173     else
011174         display '  RUN IN BALANCE'
011175     end-if.
011176
011177 9850-CHECK-RUN-BALANCE.
011178     set run-in-balance to true.
011179     evaluate ws-run-mode
011180         when 'LOAD'
011181             if ws-cnt-master-read not =
011182                     ws-cnt-written + ws-cnt-rejected
011183                 set run-out-of-balance to true
011184             end-if
011185         when 'EXTRACT'
011186             if ws-cnt-master-read not = ws-cnt-written
011187                 set run-out-of-balance to true
011188             end-if
011189         when 'GPA'
011190*            grade records either reach grade-history (written) or
011191*            reject (catalog, schedule or already posted); master
011192*            reads post (rewritten) or reject, so the two legs sum
011193*            together.
011194             if ws-cnt-master-read + ws-cnt-trans-read not =
011195                     ws-cnt-rewritten + ws-cnt-rejected
011196                     + ws-cnt-written
011197                 set run-out-of-balance to true
011198             end-if
011199         when 'MAINT'
011200             if ws-cnt-trans-read not = ws-cnt-written
011201                     + ws-cnt-rewritten + ws-cnt-rejected
011202                 set run-out-of-balance to true
011203             end-if
011204         when 'ATTEDIT'
011205         when 'RPTCARD'
011206             if ws-cnt-trans-read not =
011207                     ws-cnt-written + ws-cnt-rejected
011208                 set run-out-of-balance to true
011209             end-if
011210         when 'ATTENDANCE'
011211             if ws-cnt-written not = ws-cnt-rewritten
011212                 set run-out-of-balance to true
011213             end-if
011214         when 'STANDING'
011215             if ws-cnt-master-read not =
011216                     ws-cnt-written + ws-cnt-rejected
011217                 set run-out-of-balance to true
011218             end-if
011219         when 'AUDITARC'
011220             if ws-cnt-trans-read not =
011221                     ws-cnt-written + ws-cnt-rewritten
011222                 set run-out-of-balance to true
011223             end-if
011224         when 'PROMOTE'
011225             if ws-cnt-master-read not = ws-cnt-written
011226                     + ws-cnt-rewritten + ws-cnt-rejected
011227                 set run-out-of-balance to true
011228             end-if
011229         when 'TOTUPDATE'
011230             if ws-cnt-trans-read not = ws-cnt-written
011231                     + ws-cnt-rewritten + ws-cnt-rejected
011232                 set run-out-of-balance to true
011233             end-if
011234         when 'RECONCILE'
011235             if ws-cnt-rejected > zero
011236                 set run-out-of-balance to true
011237             end-if
011238         when 'TRUANCY'
011239*            every letter printed must have a matching log
011240*            record, or a rerun could notify the guardian twice
011241             if ws-cnt-written not = ws-cnt-rewritten
011242                 set run-out-of-balance to true
011243             end-if
011244         when 'RANK'
011245             if ws-cnt-master-read not =
011246                     ws-cnt-written + ws-cnt-rejected
011247                 set run-out-of-balance to true
011248             end-if
011249         when 'DISCEDIT'
011250*            each incident transaction either posts to the
011251*            history (written) or rejects with a reason code;
011252*            generated attendance records ride in rewritten
011253             if ws-cnt-trans-read not =
011254                     ws-cnt-written + ws-cnt-rejected
011255                 set run-out-of-balance to true
011256             end-if
011257         when 'DISCRPT'
011258             if ws-cnt-trans-read not =
011259                     ws-cnt-written + ws-cnt-rejected
011260                 set run-out-of-balance to true
011261             end-if
011262         when 'RECOVER'
011263*            every journal record is applied (written for
011264*            images, rewritten for deletes) or skipped as past
011265*            the requested point in time (rejected)
011266             if ws-cnt-trans-read not = ws-cnt-written
011267                     + ws-cnt-rewritten + ws-cnt-rejected
011268                 set run-out-of-balance to true
011269             end-if
011270         when 'XFEROUT'
011271*            a withdrawal audit with no withdrawn master behind
011272*            it means the packet is incomplete - surface it
011273             if ws-cnt-rejected > zero
011274                 set run-out-of-balance to true
011275             end-if
011276         when 'XFERIN'
011277             if ws-cnt-trans-read not =
011278                     ws-cnt-written + ws-cnt-rejected
011279                 set run-out-of-balance to true
011280             end-if
011281         when 'SCHEDMNT'
011282*            pass-through copies of the old schedule are not
011283*            counted - each transaction books (written), drops
011284*            (rewritten) or rejects, exactly like MAINT
011285             if ws-cnt-trans-read not = ws-cnt-written
011286                     + ws-cnt-rewritten + ws-cnt-rejected
011287                 set run-out-of-balance to true
011288             end-if
011289         when 'ADACLAIM'
011290*            every clean attendance record lands in exactly one
011291*            bucket - present (written), absent (rewritten), or
011292*            outside the claim (rejected) - so the claim's
011293*            membership legs tie back to the record counts
011294             if ws-cnt-trans-read not = ws-cnt-written
011295                     + ws-cnt-rewritten + ws-cnt-rejected
011296                 set run-out-of-balance to true
011297             end-if
011298         when 'GRADAUDIT'
011299*            every student read is audited and found either
011300*            deficient (written) or on track (rewritten), or
011301*            is outside grades 11-12 and skipped (rejected)
011302             if ws-cnt-master-read not = ws-cnt-written
011303                     + ws-cnt-rewritten + ws-cnt-rejected
011304                 set run-out-of-balance to true
011305             end-if
011306         when 'PERDEDIT'
011307*            each period mark is accepted (written) or rejects
011308*            with a reason code; the day records rolled up from
011309*            the accepted marks ride in rewritten
011310             if ws-cnt-trans-read not =
011311                     ws-cnt-written + ws-cnt-rejected
011312                 set run-out-of-balance to true
011313             end-if
011314         when 'ROSTER'
011315*            every schedule record prints on a roster (written)
011316*            or is left off for a withdrawn or unknown student
011317             if ws-cnt-trans-read not =
011318                     ws-cnt-written + ws-cnt-rejected
011319                 set run-out-of-balance to true
011320             end-if
011321         when 'PROGRESS'
011322*            as with truancy letters, every notice printed must
011323*            have its log record or a rerun could mail it twice
011324             if ws-cnt-written not = ws-cnt-rewritten
011325                 set run-out-of-balance to true
011326             end-if
011327         when 'GRDCHANGE'
011328*            each change is applied to its GRDHIST row
011329*            (written) or rejected; the master gpa rewrites
011330*            that follow ride in rewritten
011331             if ws-cnt-trans-read not =
011332                     ws-cnt-written + ws-cnt-rejected
011333                 set run-out-of-balance to true
011334             end-if
011335         when 'INTEGRITY'
011336*            the sweep is read-only: every side-file record
011337*            matches a current student (written) or is listed as
011338*            an exception (rejected); master-side exceptions ride
011339*            in rewritten. categories over their limit set the
011340*            cond code in the sweep itself
011341             if ws-cnt-trans-read not =
011342                     ws-cnt-written + ws-cnt-rejected
011343                 set run-out-of-balance to true
011344             end-if
011345         when 'DIALER'
011346*            only unexcused absences are counted as read; each
011347*            becomes a call record or rejects for the office
011348             if ws-cnt-trans-read not =
011349                     ws-cnt-written + ws-cnt-rejected
011350                 set run-out-of-balance to true
011351             end-if
011352         when 'DIALRSLT'
011353*            each result posts (written) or rejects; the phone
011354*            records it updates ride in rewritten
011355             if ws-cnt-trans-read not =
011356                     ws-cnt-written + ws-cnt-rejected
011357                 set run-out-of-balance to true
011358             end-if
011359         when 'FEEEDIT'
011360*            each fee transaction writes a new charge, is
011361*            applied to one on file (rewritten) or rejects
011362             if ws-cnt-trans-read not = ws-cnt-written
011363                     + ws-cnt-rewritten + ws-cnt-rejected
011364                 set run-out-of-balance to true
011365             end-if
011366         when 'FEESTMT'
011367*            each student with an open charge gets a statement
011368*            or rejects for want of a mailing address
011369             if ws-cnt-trans-read not =
011370                     ws-cnt-written + ws-cnt-rejected
011371                 set run-out-of-balance to true
011372             end-if
011373         when 'STAFFMNT'
011374*            each staff transaction adds a record, changes or
011375*            deactivates one on file (rewritten) or rejects
011376             if ws-cnt-trans-read not = ws-cnt-written
011377                     + ws-cnt-rewritten + ws-cnt-rejected
011378                 set run-out-of-balance to true
011379             end-if
011380         when 'TEACHLOAD'
011381*            every schedule record is tallied to a section or
011382*            left out for a withdrawn or unknown student
011383             if ws-cnt-trans-read not =
011384                     ws-cnt-written + ws-cnt-rejected
011385                 set run-out-of-balance to true
011386             end-if
011387         when 'REQEDIT'
011388*            each request is accepted onto CRSREQOK or rejects
011389             if ws-cnt-trans-read not =
011390                     ws-cnt-written + ws-cnt-rejected
011391                 set run-out-of-balance to true
011392             end-if
011393         when 'REQSCHED'
011394*            each accepted first choice becomes an add or
011395*            rejects; alternates are held back
011396             if ws-cnt-trans-read not = ws-cnt-written
011397                     + ws-cnt-rejected + ws-rq-alt-skipped
011398                 set run-out-of-balance to true
011399             end-if
011400         when other
011401             continue
011402     end-evaluate.
011403
011404 end program HELLOWORLD.
