//*                                                                     00001300
//* SALES, REJFILE and AUDITTRL are GDG bases, so a point-in-time       00001400
//* rerun of a prior business date does not need a restore:             00001500
//* run INITIATE1 (the drop job's program, with no DROPPARM card)       00001600
//* in place of the SALESPRC day close, its SALES DD pointed at         00001700
//* the absolute or negative-relative generation(s) for that date       00001750
//* (e.g. PROD.SALES(-2)), with the matching DATERNGE/CKPTPARM          00001800
//* cards for it.  Route that rerun's REJFILE/AUDITTRL DD's to          00001900
//* scratch datasets rather than (+1) so it doesn't advance the         00002000
//* live generation chain the next live run depends on.  HOLD OR        00002100
//RECFILE  DD DSNAME=PROD.RECFILE,DISP=SHR                              00006400
//SYSOUT   DD SYSOUT=A                                                  00006500
//*                                                                     00006600
//PARMMNT  EXEC PGM=PARMMNT1,COND=((4,GT,SMOKE),(4,GT,PREFLT))          00006602
//*        -- audited maintenance of the run-parameter registry,        00006604
//*           see ParmMaint_V1.cob.  PARMREG replaces the one-off       00006606
//*           control-card datasets the steps below used to read;       00006608
//*           each looks up the value in force on its business          00006610
//*           date under the card's old name, so a point-in-time        00006612
//*           rerun picks up that night's settings with no card         00006614
//*           to key.  PARMAUDT is a GDG base like PRCAUDIT;            00006616
//*           money-affecting changes without a supervisor's            00006618
//*           approval land on PARMAPRV instead of applying.            00006620
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00006622
//OPERAUTH DD DSNAME=PROD.OPERAUTH,DISP=SHR                             00006624
//AUTHEXCP DD SYSOUT=A                                                  00006626
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00006628
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00006630
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=OLD                              00006632
//PARMTXN  DD DSNAME=PROD.PARMTXN,DISP=SHR                              00006634
//PARMAUDT DD DSNAME=PROD.PARMAUDT(+1),DISP=(NEW,CATLG)                 00006636
//PARMAPRV DD DSNAME=PROD.PARMAPRV,DISP=OLD                             00006638
//SYSOUT   DD SYSOUT=A                                                  00006640
//*                                                                     00006642
//PARMSNAP EXEC PGM=PARMSNP1,COND=((4,GT,SMOKE),(4,GT,PREFLT))          00006644
//*        -- records every parameter value in force for tonight's      00006646
//*           business date on RUNSTATS under PARMSNAP, with the        00006648
//*           ASOFDATE card alongside, and lists the registry           00006650
//*           changes of the last PRMDAYS days on PARMRPT, see          00006652
//*           ParmSnapshot_V1.cob.  PARMAUDT is read by its GDG         00006654
//*           base, every generation in turn.  RETURN-CODE 4 when       00006656
//*           the registry will not open: the chain runs on its         00006658
//*           defaults, under every COND threshold below.               00006660
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00006662
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00006664
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00006666
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00006668
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00006670
//PARMAUDT DD DSNAME=PROD.PARMAUDT,DISP=SHR                             00006672
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00006674
//PARMRPT  DD SYSOUT=A                                                  00006676
//SYSOUT   DD SYSOUT=A                                                  00006678
//*                                                                     00006680
//SALESPRC EXEC PGM=SALESDAY,COND=((4,GT,SMOKE),(4,GT,PREFLT))          00006700
//*        -- closes the day's intra-day sales drops, see               00006750
//*           SalesDayClose_V1.cob.  The drops were edited and          00006800
//*           posted through the day by the drop job, see               00006850
//*           IntradayDropProc.cob; this step proves them 1 to N,       00006900
//*           totals their DAYHIST records and run statistics, and      00006950
//*           copies their rejects to PROD.REJFILE(+1), today's         00007000
//*           new reject generation, reviewed by operators before       00007050
//*           tomorrow's COR step acts on it.  DROPCNT is the           00007100
//*           receiving desk's count of drops the stores sent.          00007150
//*           RETURN-CODE 8 when a drop is missing or unfinished:       00007200
//*           release the held drop job, finish the drop, and           00007250
//*           restart from this step.  The step keeps its old name      00007300
//*           so every COND below still reads it.                       00007350
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00007400
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00007450
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00007500
//DROPCTL  DD DSNAME=PROD.DROPCTL,DISP=OLD                              00007550
//DROPCNT  DD DSNAME=PROD.DROPCNT,DISP=SHR                              00007600
//DROPREJ  DD DSNAME=PROD.DROPREJ,DISP=SHR                              00007650
//DAYDROP  DD DSNAME=PROD.DAYDROP,DISP=SHR                              00007700
//REJFILE  DD DSNAME=PROD.REJFILE(+1),DISP=(NEW,CATLG)                  00007750
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00007800
//DAYHIST  DD DSNAME=PROD.DAYHIST,DISP=MOD                              00007850
//RPTOUT   DD SYSOUT=A                                                  00007900
//*                                                                     00007950
//IMGCOPY  EXEC PGM=IMGCOPY1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00007952
//            (4,GT,SALESPRC))                                          00007954
//*        -- dated image copy of CUSTMAST ahead of the first step      00007956
//*           that updates it, see CustMastImage_V1.cob.  Starts        00007958
//*           tonight's CUSTJRNL generation, which every updater        00007960
//*           below appends its after-images to (and tomorrow's         00007962
//*           drops after them), so the image and the journal can       00007964
//*           rebuild the master to the end of any step -- see          00007966
//*           CustMastRecoverProc.cob.  RETURN-CODE 12 when the         00007968
//*           image is not taken: every updater below is bypassed       00007970
//*           rather than run against a master it cannot recover.       00007972
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00007974
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00007976
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00007978
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00007980
//CUSTIMG  DD DSNAME=PROD.CUSTIMG(+1),DISP=(NEW,CATLG)                  00007982
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=(NEW,CATLG)                 00007986
//*                                                                     00007990
//DRJCLR   EXEC PGM=IEBGENER,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00008000
//            (4,GT,SALESPRC))                                          00008050
//*        -- empties PROD.DROPREJ once SALESPRC has copied the         00008100
//*           day's drop rejects to REJFILE, so the next business       00008150
//*           day's drops start clean.  The scheduler holds the         00008200
//*           drop job from DATEROLL until DDRCLR ends: a drop          00008250
//*           landing between the close and these clears would be       00008300
//*           wiped unclosed.                                           00008350
//SYSPRINT DD SYSOUT=A                                                  00008400
//SYSIN    DD DUMMY                                                     00008450
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=81,BLKSIZE=810)                 00008500
//SYSUT2   DD DSNAME=PROD.DROPREJ,DISP=OLD                              00008550
//*                                                                     00008600
//DDRCLR   EXEC PGM=IEBGENER,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00008650
//            (4,GT,SALESPRC))                                          00008700
//*        -- empties PROD.DAYDROP once SALESPRC has totalled the       00008750
//*           drops' store records into DAYHIST, as DRJCLR above.       00008800
//SYSPRINT DD SYSOUT=A                                                  00008850
//SYSIN    DD DUMMY                                                     00008900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=112,BLKSIZE=1120)               00008950
//SYSUT2   DD DSNAME=PROD.DAYDROP,DISP=OLD                              00009000
//*                                                                     00009050
//COR      EXEC PGM=CORRECT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00009800
//            (4,GT,SALESPRC))                                          00009900
//*        -- matches yesterday's already-reviewed rejects against      00010000
//*           SALESPRC above already catalogued a new generation of     00010200
//*           REJFILE this job, so that generation is this job's (0);   00010300
//*           the already-reviewed generation from before this job      00010400
//*           started is (-1).  SALESADD becomes PROD.SALES(+1),        00010500
//*           run by the drop job as tomorrow's first drop;             00010600
//*           REJCARRY becomes PROD.REJFILE(+1) (the next new           00010700
//*           generation after SALESPRC's, since SALESPRC's is now      00010800
//*           this job's (0)), the generation operators review          00010900
//CORRECTN DD DSNAME=PROD.CORRECTN,DISP=SHR                             00011400
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00011500
//PRICEMST DD DSNAME=PROD.PRICEMST,DISP=SHR                             00011600
//PROMOMST DD DSNAME=PROD.PROMOMST,DISP=SHR                             00011650
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00011700
//PERIODCT DD DSNAME=PROD.PERIODCT,DISP=SHR                             00011800
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00011900
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00012000
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00015300
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00015400
//SYSOUT   DD SYSOUT=A                                                  00015500
//*                                                                     00015505
//APRETURN EXEC PGM=APRTN1,COND=((4,GT,SMOKE),(4,GT,PREFLT),            00015510
//            (4,GT,SALESPRC))                                          00015515
//*        -- turns the bank's paid/returned file for the autopay       00015520
//*           debits APCOLL sent out into payment records, see          00015525
//*           AutopayReturn_V1.cob.  A paid debit becomes an EFT        00015530
//*           payment, a returned one an NSF reversal.  APAYPAY is      00015535
//*           a GDG base like GIFTPAY; CASHAPP below concatenates       00015540
//*           it behind the day's PAYMENTS feed.                        00015545
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00015550
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00015555
//BANKRTN  DD DSNAME=PROD.BANKRTN(0),DISP=SHR                           00015560
//MANDATE  DD DSNAME=PROD.MANDATE,DISP=SHR                              00015565
//APAYPAY  DD DSNAME=PROD.APAYPAY(+1),DISP=(NEW,CATLG)                  00015570
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00015575
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00015580
//RPTOUT   DD SYSOUT=A                                                  00015585
//*                                                                     00015600
//GIFTCARD EXEC PGM=GIFTPST1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00015604
//            (4,GT,SALESPRC))                                          00015608
//*        -- applies the stores' gift-card issues, reloads and         00015612
//*           redemptions to GIFTCARD, refusing a redemption the        00015616
//*           card cannot cover, and appends every movement to          00015620
//*           GIFTMOVE, see GiftCardPost_V1.cob.  GIFTTXN is a GDG      00015624
//*           base like PAYMENTS.  GIFTPAY carries the accepted         00015628
//*           redemptions as GFT-tendered payments; CASHAPP below       00015632
//*           concatenates it behind the day's PAYMENTS feed.           00015636
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00015640
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00015644
//GIFTTXN  DD DSNAME=PROD.GIFTTXN(0),DISP=SHR                           00015648
//GIFTCARD DD DSNAME=PROD.GIFTCARD,DISP=OLD                             00015652
//GIFTMOVE DD DSNAME=PROD.GIFTMOVE,DISP=MOD                             00015656
//GIFTPAY  DD DSNAME=PROD.GIFTPAY(+1),DISP=(NEW,CATLG)                  00015660
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00015664
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00015668
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00015672
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00015676
//RPTOUT   DD SYSOUT=A                                                  00015680
//*                                                                     00015684
//CASHAPP  EXEC PGM=CASHAPP1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00015700
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,GIFTCARD),           00015800
//            (4,GT,APRETURN))                                          00015850
//*        -- posts the day's payment feed against cust-balance and     00015900
//*           refreshes the last-payment fields ahead of the aging      00016000
//*           and statement runs, see CashApply_V1.cob.  PAYSUSP is     00016100
//*           a GDG base like REJFILE, so each day's unpostable         00016200
//*           payments land in their own generation for the cash        00016300
//*           desk to review.                                           00016400
//*           GIFTPAY(0) is the GIFTCARD step's redemptions, GFT        00016433
//*           tendered, posted behind the payment feed.                 00016466
//*           APAYPAY(0) is the APRETURN step's autopay outcomes,       00016477
//*           EFT payments and NSF reversals, posted after those.       00016488
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00016500
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00016600
//PAYMENTS DD DSNAME=PROD.PAYMENTS(0),DISP=SHR                          00016700
//         DD DSNAME=PROD.GIFTPAY(0),DISP=SHR                           00016750
//         DD DSNAME=PROD.APAYPAY(0),DISP=SHR                           00016775
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00016800
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00016850
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00016900
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00017000
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00017100
//DUNHIST  DD DSNAME=PROD.DUNHIST,DISP=SHR                              00017200
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00017300
//PAYLKBK  DD DSNAME=PROD.PAYLKBK,DISP=SHR                              00017400
//PAYCKPT  DD DSNAME=PROD.PAYCKPT,DISP=(NEW,CATLG)                      00017500
//PAYCKPRM DD DSNAME=PROD.PAYCKPRM,DISP=SHR                             00017600
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00019100
//DEPSLIPS DD DSNAME=PROD.DEPSLIPS(0),DISP=SHR                          00019200
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00019300
//GIFTMOVE DD DSNAME=PROD.GIFTMOVE,DISP=SHR                             00019350
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00019400
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00019500
//RPTOUT   DD SYSOUT=A                                                  00019600
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00020600
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00020700
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=OLD                             00020800
//DISPCASE DD DSNAME=PROD.DISPCASE,DISP=SHR                             00020850
//SYSOUT   DD SYSOUT=A                                                  00020900
//*                                                                     00021000
//DISPTRK  EXEC PGM=DISPTRK1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00021004
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,CASHAPP),            00021008
//            (4,GT,OPENITM))                                           00021010
//*        -- item-level dispute open/release/credit per DISPTXN        00021012
//*           cards plus the aged open-dispute report, see              00021016
//*           DisputeTrack_V1.cob.  Runs straight after OPENITM so      00021020
//*           tonight's case changes are flagged on the rebuilt         00021024
//*           OPENITEM file before FINCHRG, REPORTS and DUNNING         00021028
//*           read it, and before SALESJRN so the ADJ credits it        00021032
//*           posts are journalled tonight.                             00021036
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00021040
//OPERAUTH DD DSNAME=PROD.OPERAUTH,DISP=SHR                             00021044
//AUTHEXCP DD SYSOUT=A                                                  00021048
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00021052
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00021056
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00021058
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00021060
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00021064
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00021068
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=OLD                             00021072
//DISPCASE DD DSNAME=PROD.DISPCASE,DISP=OLD                             00021076
//DISPTXN  DD DSNAME=PROD.DISPTXN,DISP=SHR                              00021080
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00021084
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00021088
//RPTOUT   DD SYSOUT=A                                                  00021092
//*                                                                     00021096
//FINCHRG  EXEC PGM=FINCHRG1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00021100
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,CASHAPP))            00021200
//*        -- monthly finance-charge assessment off the aging           00021300
//*           arithmetic, see FinanceCharge_V1.cob.  Held by the        00021400
//*           scheduler and released on month-end night only.  Runs     00021500
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00021900
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00022000
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00022100
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00022150
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=SHR                             00022200
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00022300
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00022400
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00022500
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00022600
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00022700
//RPTOUT   DD SYSOUT=A                                                  00022800
//*                                                                     00022803
//ESCHEAT  EXEC PGM=ESCHEAT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00022806
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,CASHAPP))            00022809
//*        -- unclaimed-property run for dormant credit on account,     00022812
//*           see EscheatRun_V1.cob.  Held by the scheduler,            00022815
//*           released once a year to send the due-diligence            00022818
//*           letters and again when the response window has run        00022821
//*           to remit; runs before SALESJRN so tonight's journal       00022824
//*           carries the ESCH pair.  ESCHLTR and ESCHHLDR are GDG      00022827
//*           bases like HOLDAUD.                                       00022830
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00022833
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00022836
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00022839
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00022840
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00022842
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00022845
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00022848
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00022851
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00022854
//ESCHCASE DD DSNAME=PROD.ESCHCASE,DISP=OLD                             00022857
//ESCHRESP DD DSNAME=PROD.ESCHRESP,DISP=SHR                             00022860
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00022863
//ESCHLTR  DD DSNAME=PROD.ESCHLTR(+1),DISP=(NEW,CATLG)                  00022866
//ESCHHLDR DD DSNAME=PROD.ESCHHLDR(+1),DISP=(NEW,CATLG)                 00022869
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00022872
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00022875
//RPTOUT   DD SYSOUT=A                                                  00022878
//*                                                                     00022900
//WRITEOFF EXEC PGM=BADDEBT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00023000
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,CASHAPP))            00023100
//*        -- bad-debt write-off for accounts that exhausted            00023200
//*           dunning, see BadDebtWriteoff_V1.cob.  Held by the         00023300
//*           scheduler, released monthly with FINCHRG; runs before     00023400
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00023600
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00023700
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00023800
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00023850
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00023900
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00024000
//DUNHIST  DD DSNAME=PROD.DUNHIST,DISP=SHR                              00024100
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00024200
//HOLDAUD  DD DSNAME=PROD.HOLDAUD(+1),DISP=(NEW,CATLG)                  00024300
//WOFAPPRV DD DSNAME=PROD.WOFAPPRV,DISP=SHR                             00024400
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00024500
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00024600
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00024700
//RPTOUT   DD SYSOUT=A                                                  00024800
//*                                                                     00024802
//COSTMNT  EXEC PGM=COSTMNT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00024804
//            (4,GT,SALESPRC))                                          00024806
//*        -- audited add/change/delete maintenance for the COSTMST     00024808
//*           item-cost history, see CostMaint_V1.cob.  CSTAUDIT is     00024810
//*           a GDG base like PRCAUDIT; out-of-tolerance changes        00024812
//*           land on COSTAPRV for supervisor review.  Runs ahead       00024814
//*           of COGSCOST so a cost keyed today for today's sales       00024816
//*           charges tonight.                                          00024818
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00024820
//OPERAUTH DD DSNAME=PROD.OPERAUTH,DISP=SHR                             00024822
//AUTHEXCP DD SYSOUT=A                                                  00024824
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00024826
//COSTMST  DD DSNAME=PROD.COSTMST,DISP=SHR                              00024828
//COSTTXN  DD DSNAME=PROD.COSTTXN,DISP=SHR                              00024830
//CSTAUDIT DD DSNAME=PROD.CSTAUDIT(+1),DISP=(NEW,CATLG)                 00024832
//COSTAPRV DD DSNAME=PROD.COSTAPRV,DISP=OLD                             00024834
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00024836
//SYSOUT   DD SYSOUT=A                                                  00024838
//*                                                                     00024840
//COGSCOST EXEC PGM=COGSCST1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00024842
//            (4,GT,SALESPRC),(4,GT,COSTMNT))                           00024844
//*        -- nightly cost of sales, see CostOfSales_V1.cob.  Costs     00024846
//*           tonight's SALESKSDS postings at the COSTMST cost in       00024848
//*           force on each sale date onto COGSDET, which SALESJRN      00024850
//*           journals as the COGS/inventory pair.  Lines with no       00024852
//*           cost on file print on RPTOUT.                             00024854
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00024856
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00024858
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00024860
//COSTMST  DD DSNAME=PROD.COSTMST,DISP=SHR                              00024862
//COGSDET  DD DSNAME=PROD.COGSDET,DISP=OLD                              00024864
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00024866
//RPTOUT   DD SYSOUT=A                                                  00024868
//*                                                                     00024900
//PTSEXPR  EXEC PGM=PTSEXPR1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00024906
//            (4,GT,SALESPRC))                                          00024912
//*        -- month-end loyalty-points expiry, see                      00024918
//*           PointsExpiry_V1.cob.  Held by the scheduler and           00024924
//*           released on month-end night only; runs before             00024930
//*           SALESJRN so tonight's journal releases the expired        00024936
//*           points out of the liability.                              00024942
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00024948
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00024954
//POINTMST DD DSNAME=PROD.POINTMST,DISP=SHR                             00024960
//POINTMOV DD DSNAME=PROD.POINTMOV,DISP=OLD                             00024966
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00024972
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00024978
//RPTOUT   DD SYSOUT=A                                                  00024984
//*                                                                     00024990
//SALESJRN EXEC PGM=SALESJRN,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00025000
//            (4,GT,SALESPRC),(4,GT,COR),(4,GT,CASHAPP),                00025100
//            (4,GT,COGSCOST))                                          00025150
//*        -- generates the day's balanced GLTRANS journal from the     00025200
//*           customer ledger, today's rejects and CORRECT's            00025300
//*           released suspense, see SalesJournal_V1.cob.  By this      00025400
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00026300
//REJFILE  DD DSNAME=PROD.REJFILE(-1),DISP=SHR                          00026400
//SALESADD DD DSNAME=PROD.SALES(0),DISP=SHR                             00026500
//GIFTMOVE DD DSNAME=PROD.GIFTMOVE,DISP=SHR                             00026550
//POINTMOV DD DSNAME=PROD.POINTMOV,DISP=SHR                             00026575
//COGSDET  DD DSNAME=PROD.COGSDET,DISP=SHR                              00026587
//GLTRANS  DD DSNAME=PROD.GLTRANS,DISP=OLD                              00026600
//JRNLDATE DD DSNAME=PROD.JRNLDATE,DISP=SHR                             00026700
//SALESCTL DD DSNAME=PROD.SALESCTL,DISP=SHR                             00026800
//*           receipts feed, with the negative-on-hand exception        00027500
//*           report, see InventoryUpdate_V1.cob.  RCPTFEED is a GDG    00027600
//*           base so each day's warehouse keying is its own feed.      00027700
//*           Receipts are also matched to the open purchase-order      00027725
//*           lines PoBuild_V1.cob raised; over, short and unmatched    00027750
//*           receipts and the overdue PO lines print on POEXCPT.       00027775
//*           Inter-store transfers come in on XFERFEED (a GDG, one     00027779
//*           generation a day): SHIP takes the stock off the sending   00027783
//*           store into INTRANS, RECV confirms it into the receiving   00027787
//*           store.  Refused cards and transfers in transit past the   00027791
//*           XFERPARM days print on XFERRPT.                           00027795
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00027800
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00027900
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00028000
//RCPTFEED DD DSNAME=PROD.RCPTFEED(0),DISP=SHR                          00028100
//ONHAND   DD DSNAME=PROD.ONHAND,DISP=SHR                               00028200
//POLINE   DD DSNAME=PROD.POLINE,DISP=SHR                               00028250
//XFERFEED DD DSNAME=PROD.XFERFEED(0),DISP=SHR                          00028260
//INTRANS  DD DSNAME=PROD.INTRANS,DISP=SHR                              00028270
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00028280
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00028290
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00028300
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00028400
//RPTOUT   DD SYSOUT=A                                                  00028500
//RPTBURST DD DSNAME=PROD.RPTBURST,DISP=MOD                             00028525
//POEXCPT  DD SYSOUT=A                                                  00028550
//XFERRPT  DD SYSOUT=A                                                  00028575
//*                                                                     00028600
//CNTRECON EXEC PGM=CNTRECN1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00028602
//            (4,GT,SALESPRC),(4,GT,INVUPD))                            00028604
//*        -- cycle-count reconciliation, see CountRecon_V1.cob.        00028606
//*           Judges the CNTENTRY counts against ONHAND as of each      00028608
//*           count date (tonight's on-hand plus the sales posted       00028610
//*           since), applies variances within tolerance or carrying    00028612
//*           a CNTAPPRV card, prints the shrink report at cost by      00028614
//*           store and category and updates CNTHIST.  GLSHRINK         00028616
//*           carries the shrink pair into TRIALBAL below.  Runs        00028618
//*           after INVUPD so tonight's sales are already in ONHAND.    00028620
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00028622
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00028624
//CNTENTRY DD DSNAME=PROD.CNTENTRY(0),DISP=SHR                          00028626
//CNTAPPRV DD DSNAME=PROD.CNTAPPRV,DISP=SHR                             00028628
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00028630
//ONHAND   DD DSNAME=PROD.ONHAND,DISP=SHR                               00028632
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00028634
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00028636
//COSTMST  DD DSNAME=PROD.COSTMST,DISP=SHR                              00028638
//CNTHIST  DD DSNAME=PROD.CNTHIST,DISP=SHR                              00028640
//GLSHRINK DD DSNAME=PROD.GLSHRINK,DISP=OLD                             00028642
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00028644
//RPTOUT   DD SYSOUT=A                                                  00028646
//*                                                                     00028648
//CNTSHEET EXEC PGM=CNTSHET1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00028650
//            (4,GT,SALESPRC),(4,GT,INVUPD))                            00028652
//*        -- tomorrow's cycle-count sheets by store, see               00028654
//*           CountSheet_V1.cob: negative on-hand, last count badly     00028656
//*           out, and the CNTROTA category rotation, capped per        00028658
//*           store by CNTPARM.  Runs after CNTRECON so tonight's       00028660
//*           counts are not selected again.                            00028662
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00028664
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00028666
//ONHAND   DD DSNAME=PROD.ONHAND,DISP=SHR                               00028668
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00028670
//CNTHIST  DD DSNAME=PROD.CNTHIST,DISP=SHR                              00028672
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00028674
//CNTROTA  DD DSNAME=PROD.CNTROTA,DISP=SHR                              00028676
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00028678
//RPTOUT   DD SYSOUT=A                                                  00028680
//*                                                                     00028682
//FLASHRPT EXEC PGM=FLASHRPT,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00028700
//            (4,GT,SALESPRC))                                          00028800
//*        -- morning flash report off the rolling per-store daily      00028900
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00029200
//DAYHIST  DD DSNAME=PROD.DAYHIST,DISP=SHR                              00029300
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00029400
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00029500
//RPTOUT   DD SYSOUT=A                                                  00029600
//RPTBURST DD DSNAME=PROD.RPTBURST,DISP=MOD                             00029650
//*                                                                     00029700
//PLANSCR  EXEC PGM=PLANSCR1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00029800
//            (4,GT,SALESPRC))                                          00029900
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00030700
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00030800
//RPTOUT   DD SYSOUT=A                                                  00030900
//RPTBURST DD DSNAME=PROD.RPTBURST,DISP=MOD                             00030950
//*                                                                     00031000
//RPTBRST  EXEC PGM=RPTBRST1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00031003
//            (4,GT,INVUPD),(4,GT,FLASHRPT),(4,GT,PLANSCR))             00031006
//*        -- bursts the night's report lines into per-recipient        00031009
//*           packets, see ReportBurst_V1.cob.  The day's drops,        00031012
//*           INVUPD, FLASHRPT and PLANSCR append their lines to        00031015
//*           PROD.RPTBURST tagged by store, district or region;        00031018
//*           RPTDIST names who takes which report for which part       00031021
//*           of the estate and how.  Print packets go to BRSTPRT,      00031024
//*           mail packets to BRSTMAIL for the mail bridge, one         00031027
//*           BRSTLOG record per recipient per report, and every        00031030
//*           section nobody takes is listed on BRSTEXC (RETURN-        00031033
//*           CODE 4, under every COND threshold).  Lines for a         00031036
//*           later business date -- the next day's drops, which        00031039
//*           the scheduler releases at DDRCLR -- are written back      00031042
//*           to RPTBURST, so DISP=OLD holds those drops off only       00031045
//*           for the length of this step.  Bypassed, the lines         00031048
//*           stay on RPTBURST and go out with the next night's.        00031051
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00031054
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00031057
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00031060
//RPTBURST DD DSNAME=PROD.RPTBURST,DISP=OLD                             00031063
//BRSTCARY DD DSNAME=&&BRSTCARY,DISP=(NEW,DELETE),UNIT=SYSDA,           00031066
//            SPACE=(CYL,(1,1))                                         00031069
//RPTDIST  DD DSNAME=PROD.RPTDIST,DISP=SHR                              00031072
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00031075
//BRSTPRT  DD SYSOUT=A                                                  00031081
//BRSTMAIL DD DSNAME=PROD.BRSTMAIL(+1),DISP=(NEW,CATLG)                 00031084
//BRSTLOG  DD DSNAME=PROD.BRSTLOG,DISP=MOD                              00031087
//BRSTEXC  DD SYSOUT=A                                                  00031090
//*                                                                     00031093
//REJAGE   EXEC PGM=REJAGE1,COND=((4,GT,SMOKE),(4,GT,PREFLT),           00031100
//            (4,GT,SALESPRC),(4,GT,COR),(4,GT,SALESJRN))               00031200
//*        -- ages the carry-forward suspense COR wrote, escalates      00031300
//REJKEEP  DD DSNAME=PROD.REJFILE(+1),DISP=(NEW,CATLG)                  00032300
//REJESCAL DD DSNAME=PROD.REJESCAL(+1),DISP=(NEW,CATLG)                 00032400
//GLWRTOFF DD DSNAME=PROD.GLWRTOFF,DISP=OLD                             00032500
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00032600
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00032700
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00032800
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00032900
//RPTOUT   DD SYSOUT=A                                                  00033000
//*                                                                     00033100
//TILLREC  EXEC PGM=TILLREC1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00033104
//            (4,GT,SALESPRC))                                          00033108
//*        -- till close-out reconciliation, see TillCloseout_V1.cob.   00033112
//*           Proves each drawer the stores turned in on TILLCLOS       00033116
//*           against the cashier's net posted sales on SALESKSDS,      00033120
//*           prints the over/short exceptions beyond the TILLPARM      00033124
//*           tolerance, appends TILLHIST, and lists repeat             00033128
//*           shortages for loss prevention on LOSSPREV.  GLTILL        00033132
//*           carries the over/short pairs into TRIALBAL below.         00033136
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00033140
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00033144
//TILLCLOS DD DSNAME=PROD.TILLCLOS(0),DISP=SHR                          00033148
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00033152
//TILLHIST DD DSNAME=PROD.TILLHIST,DISP=MOD                             00033156
//GLTILL   DD DSNAME=PROD.GLTILL,DISP=OLD                               00033160
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00033164
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00033168
//RPTOUT   DD SYSOUT=A                                                  00033172
//LOSSPREV DD SYSOUT=A                                                  00033176
//*                                                                     00033180
//CUSTMNT  EXEC PGM=CUSTMNT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00033200
//            (4,GT,SALESPRC),(4,GT,IMGCOPY))                           00033300
//*        -- audited change-of-address maintenance, see                00033400
//*           CustomerMaint_V1.cob                                      00033500
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00033600
//AUTHEXCP DD SYSOUT=A                                                  00033800
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00033900
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00034000
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00034050
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00034100
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00034200
//MAINTTXN DD DSNAME=PROD.MAINTTXN,DISP=SHR                             00034300
//SYSOUT   DD SYSOUT=A                                                  00034700
//*                                                                     00034800
//COLHOLD  EXEC PGM=COLHOLD1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00034900
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,CUSTMNT))            00035000
//*        -- audited collections credit-hold set/release plus the      00035100
//*           daily held-accounts report, see CollectionsHold_V1.cob.   00035200
//*           HOLDAUD is a GDG base like AUDITTRL.                      00035300
//AUTHEXCP DD SYSOUT=A                                                  00035600
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00035700
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00035800
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00035850
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00035900
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00036000
//HOLDTXN  DD DSNAME=PROD.HOLDTXN,DISP=SHR                              00036100
//RPTOUT   DD SYSOUT=A                                                  00036300
//*                                                                     00036400
//CUSTMRG  EXEC PGM=CUSTMRG1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00036500
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,CUSTMNT))            00036600
//*        -- merges duplicate customer records per MERGETXN cards      00036700
//*           with CMRG audit records and SALESKSDS re-keying, see      00036800
//*           CustomerMerge_V1.cob.  AUDITTRL gets its own              00036900
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00037100
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00037200
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00037300
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00037350
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00037400
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00037500
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00037600
//AUDITTRL DD DSNAME=PROD.AUDITTRL(+1),DISP=(NEW,CATLG)                 00038000
//SYSOUT   DD SYSOUT=A                                                  00038100
//*                                                                     00038200
//MNDTMNT  EXEC PGM=MNDTMNT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00038202
//            (4,GT,SALESPRC),(4,GT,CUSTMNT))                           00038204
//*        -- audited autopay mandate set-up and cancellation per       00038206
//*           MNDTXN cards, see MandateMaint_V1.cob.  MANDAUD is a      00038208
//*           GDG base like HOLDAUD.                                    00038210
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00038212
//OPERAUTH DD DSNAME=PROD.OPERAUTH,DISP=SHR                             00038214
//AUTHEXCP DD SYSOUT=A                                                  00038216
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00038218
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00038220
//MANDATE  DD DSNAME=PROD.MANDATE,DISP=OLD                              00038222
//MNDTXN   DD DSNAME=PROD.MNDTXN,DISP=SHR                               00038224
//MANDAUD  DD DSNAME=PROD.MANDAUD(+1),DISP=(NEW,CATLG)                  00038226
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00038228
//RPTOUT   DD SYSOUT=A                                                  00038230
//*                                                                     00038232
//APCOLL   EXEC PGM=APCOLL1,COND=((4,GT,SMOKE),(4,GT,PREFLT),           00038234
//            (4,GT,SALESPRC),(4,GT,DISPTRK),(4,GT,CUSTMRG),            00038235
//            (4,GT,MNDTMNT))                                           00038236
//*        -- builds the outbound direct-debit file for every           00038237
//*           mandate due today from the latest statement balance,      00038238
//*           see AutopayCollect_V1.cob.  Runs after DISPTRK and        00038239
//*           CUSTMRG so open disputes and merged-away accounts are     00038240
//*           current, and after MNDTMNT so tonight's mandate           00038241
//*           changes take effect.  BANKDEBT is a GDG base; the         00038242
//*           bank's answer comes back on BANKRTN to APRETURN.          00038243
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00038244
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00038245
//MANDATE  DD DSNAME=PROD.MANDATE,DISP=OLD                              00038246
//STMTBAL  DD DSNAME=PROD.STMTBAL,DISP=SHR                              00038247
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00038248
//DISPCASE DD DSNAME=PROD.DISPCASE,DISP=SHR                             00038249
//BANKDEBT DD DSNAME=PROD.BANKDEBT(+1),DISP=(NEW,CATLG)                 00038250
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00038251
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00038252
//RPTOUT   DD SYSOUT=A                                                  00038253
//*                                                                     00038254
//ERASURE  EXEC PGM=ERASPRG1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00038255
//            (4,GT,SALESPRC),(4,GT,IMGCOPY),(4,GT,DISPTRK),            00038256
//            (4,GT,CUSTMNT),(4,GT,CUSTMRG))                            00038257
//*        -- right-to-erasure purge per ERASTXN cards, see             00038258
//*           CustomerErasure_V1.cob.  Scrubs the AUDITTRL              00038259
//*           generation on the DD; repoint it at an older retained     00038260
//*           generation and rerun, as a SALES rerun is repointed.      00038261
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00038262
//OPERAUTH DD DSNAME=PROD.OPERAUTH,DISP=SHR                             00038263
//AUTHEXCP DD SYSOUT=A                                                  00038264
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00038265
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00038266
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(+1),DISP=MOD                         00038267
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00038268
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00038269
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00038270
//DISPCASE DD DSNAME=PROD.DISPCASE,DISP=SHR                             00038271
//PROMISE  DD DSNAME=PROD.PROMISE,DISP=SHR                              00038272
//CLOSEDCU DD DSNAME=PROD.CLOSEDCU,DISP=OLD                             00038273
//AUDITTRL DD DSNAME=PROD.AUDITTRL(0),DISP=OLD                          00038274
//ERASTXN  DD DSNAME=PROD.ERASTXN,DISP=SHR                              00038275
//ERASREQ  DD DSNAME=PROD.ERASREQ,DISP=OLD                              00038276
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00038277
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00038278
//RPTOUT   DD SYSOUT=A                                                  00038279
//*                                                                     00038280
//PRICMNT  EXEC PGM=PRICMNT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00038300
//            (4,GT,SALESPRC))                                          00038400
//*        -- audited add/change/delete maintenance for PRICEMST,       00038500
//PRICETXN DD DSNAME=PROD.PRICETXN,DISP=SHR                             00039400
//PRCAUDIT DD DSNAME=PROD.PRCAUDIT(+1),DISP=(NEW,CATLG)                 00039500
//PRCAPPRV DD DSNAME=PROD.PRCAPPRV,DISP=OLD                             00039600
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00039700
//SYSOUT   DD SYSOUT=A                                                  00039800
//*                                                                     00039900
//SHELFLBL EXEC PGM=SHLFLBL1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00039904
//            (4,GT,PRICMNT))                                           00039908
//*        -- shelf-edge labels for the next business date off          00039912
//*           DATECTL, see ShelfLabel_V1.cob.  Runs after PRICMNT so    00039916
//*           tonight's price maintenance is on PRICEMST.  SHLFLBL      00039920
//*           goes to the store label printers in walk order; the       00039924
//*           RPTOUT summary goes to the store managers to sign off.    00039928
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00039932
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00039936
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00039940
//PRICEMST DD DSNAME=PROD.PRICEMST,DISP=SHR                             00039944
//PROMOMST DD DSNAME=PROD.PROMOMST,DISP=SHR                             00039948
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00039952
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00039956
//SORTWK1  DD UNIT=SYSDA,SPACE=(CYL,(5,5))                              00039960
//SHLFLBL  DD DSNAME=PROD.SHLFLBL(+1),DISP=(NEW,CATLG)                  00039964
//RPTOUT   DD SYSOUT=A                                                  00039972
//SYSOUT   DD SYSOUT=A                                                  00039976
//*                                                                     00039980
//CUSTCHG  EXEC PGM=CUSTCHG1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00040000
//            (4,GT,CUSTMNT))                                           00040100
//*        -- daily changed-customer extract for the downstream CRM     00040200
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=SHR                             00045300
//DUNHIST  DD DSNAME=PROD.DUNHIST,DISP=SHR                              00045400
//DUNLETTR DD DSNAME=PROD.DUNLETTR(+1),DISP=(NEW,CATLG)                 00045500
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00045600
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00045700
//SYSOUT   DD SYSOUT=A                                                  00045800
//*                                                                     00045900
//LPEXCEPT EXEC PGM=LPEXCPT1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00045904
//            (4,GT,SALESPRC),(4,GT,REJAGE))                            00045908
//*        -- loss-prevention exception run over returns, voids         00045912
//*           and refused no-sale returns, see LossPrevention_V1.cob.   00045916
//*           Released by the scheduler weekly, held other nights.      00045920
//*           DATERNGE is DUMMY for the week ending on ASOFDATE; key    00045924
//*           a card over it for an off-cycle window.  REJFILE(0)       00045928
//*           is the filtered carry-forward suspense generation the     00045932
//*           REJAGE step catalogued tonight.  LPWATCH is a GDG base    00045936
//*           the LP team's case system reads; the ranked case list     00045940
//*           lands on RPTOUT.                                          00045944
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00045948
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00045952
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00045956
//REJFILE  DD DSNAME=PROD.REJFILE(0),DISP=SHR                           00045960
//DATERNGE DD DUMMY                                                     00045964
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00045968
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00045972
//SORTWK1  DD UNIT=SYSDA,SPACE=(CYL,(5,5))                              00045976
//LPWATCH  DD DSNAME=PROD.LPWATCH(+1),DISP=(NEW,CATLG)                  00045980
//RPTOUT   DD SYSOUT=A                                                  00045988
//SYSOUT   DD SYSOUT=A                                                  00045992
//*                                                                     00045996
//CREDREV  EXEC PGM=CREDREV1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00046000
//            (4,GT,SALESPRC),(4,GT,CASHAPP))                           00046100
//*        -- periodic credit-limit review, see CreditReview_V1.cob.    00046200
//CREDPROP DD DSNAME=PROD.CREDPROP(+1),DISP=(NEW,CATLG)                 00047200
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00047300
//SYSOUT   DD SYSOUT=A                                                  00047400
//*                                                                     00047405
//RJGEN    EXEC PGM=RJGEN1,COND=((4,GT,SMOKE),(4,GT,PREFLT))            00047410
//*        -- recurring and auto-reversing GL journal generation,       00047415
//*           see RecurJrnlGen_V1.cob.  Runs every night off            00047420
//*           DATECTL: posts the due RJTMPL templates on month-end      00047425
//*           and their reversals on the first business date of         00047430
//*           the next period, onto GLRECUR for TRIALBAL/GLPOST         00047435
//*           below.  RJLOG is the generation log that keeps a          00047440
//*           rerun from posting an entry twice.                        00047445
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00047450
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00047455
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00047460
//RJTMPL   DD DSNAME=PROD.RJTMPL,DISP=SHR                               00047465
//RJLOG    DD DSNAME=PROD.RJLOG,DISP=OLD                                00047470
//GLRECUR  DD DSNAME=PROD.GLRECUR,DISP=OLD                              00047475
//RPTOUT   DD SYSOUT=A                                                  00047480
//*                                                                     00047500
//TRIALBAL EXEC PGM=TRIALBAL1,COND=((4,GT,SMOKE),(4,GT,PREFLT),         00047600
//            (4,GT,SALESPRC),(4,GT,CUSTMNT),(4,GT,SALESJRN))           00047700
//         DD DSNAME=PROD.GLREPOST,DISP=SHR                             00048900
//         DD DSNAME=PROD.GLWRTOFF,DISP=SHR                             00049000
//         DD DSNAME=PROD.GLREFUND,DISP=SHR                             00049100
//         DD DSNAME=PROD.GLTILL,DISP=SHR                               00049150
//         DD DSNAME=PROD.GLSHRINK,DISP=SHR                             00049175
//         DD DSNAME=PROD.GLRECUR,DISP=SHR                              00049187
//GLEXCEP  DD DSNAME=PROD.GLEXCEP,DISP=MOD                              00049200
//RPTOUT   DD SYSOUT=A                                                  00049300
//*                                                                     00049400
//*        -- accumulates the same concatenated GL transaction         000049700
//*           input TRIALBAL just posted into the balance-forward       00049800
//*           GL master by account and period, see GLPost_V1.cob.       00049900
//*           A night whose fiscal year YECLOSE has closed posts        00049925
//*           nothing: its cards go to GLEXCEP, RETURN-CODE 8.          00049950
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00050000
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00050100
//GLTRANS  DD DSNAME=PROD.GLTRANS,DISP=SHR                              00050200
//         DD DSNAME=PROD.GLREPOST,DISP=SHR                             00050300
//         DD DSNAME=PROD.GLWRTOFF,DISP=SHR                             00050400
//         DD DSNAME=PROD.GLREFUND,DISP=SHR                             00050500
//         DD DSNAME=PROD.GLTILL,DISP=SHR                               00050550
//         DD DSNAME=PROD.GLSHRINK,DISP=SHR                             00050575
//         DD DSNAME=PROD.GLRECUR,DISP=SHR                              00050587
//GLBALMST DD DSNAME=PROD.GLBALMST,DISP=SHR                             00050600
//FISCALYR DD DSNAME=PROD.FISCALYR,DISP=SHR                             00050633
//GLEXCEP  DD DSNAME=PROD.GLEXCEP,DISP=MOD                              00050666
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00050700
//SYSOUT   DD SYSOUT=A                                                  00050800
//*                                                                     00050900
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=28,BLKSIZE=280)                 00052400
//SYSUT2   DD DSNAME=PROD.GLREFUND,DISP=OLD                             00052500
//*                                                                     00052600
//GLRJCLR  EXEC PGM=IEBGENER,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00052607
//            (4,GT,SALESPRC),(4,GT,CUSTMNT),(4,GT,SALESJRN),           00052614
//            (4,GT,TRIALBAL))                                          00052621
//*        -- empties GLRECUR the same way GLRFCLR empties              00052628
//*           GLREFUND, so a generation night's recurring legs          00052635
//*           post exactly once even when RJGEN is bypassed the         00052642
//*           night after.                                              00052649
//SYSPRINT DD SYSOUT=A                                                  00052656
//SYSIN    DD DUMMY                                                     00052663
//SYSUT1   DD DUMMY,DCB=(RECFM=FB,LRECL=28,BLKSIZE=280)                 00052670
//SYSUT2   DD DSNAME=PROD.GLRECUR,DISP=OLD                              00052677
//*                                                                     00052684
//GLEXCRV  EXEC PGM=GLEXCRV1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00052700
//            (4,GT,SALESPRC),(4,GT,CUSTMNT),(4,GT,SALESJRN),           00052800
//            (4,GT,TRIALBAL))                                          00052900
//ORPHCTL  DD DSNAME=PROD.ORPHCTL,DISP=SHR                              00057000
//RPTOUT   DD SYSOUT=A                                                  00057100
//*                                                                     00057200
//GIFTLIAB EXEC PGM=GIFTLIAB,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00057202
//            (4,GT,SALESPRC),(4,GT,GIFTCARD),(4,GT,GLPOST))            00057204
//*        -- month-end gift-card outstanding liability and dormant     00057206
//*           card breakage report, tied to the liability account       00057208
//*           on GLBALMST, see GiftCardLiability_V1.cob.  Held by       00057210
//*           the scheduler and released on month-end night only,       00057212
//*           ahead of MONTHEND so the month's balance is still         00057214
//*           open.  RETURN-CODE 4 when the cards do not tie to         00057216
//*           the GL; nothing below tests it.                           00057218
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00057220
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00057222
//GIFTCARD DD DSNAME=PROD.GIFTCARD,DISP=SHR                             00057224
//GLBALMST DD DSNAME=PROD.GLBALMST,DISP=SHR                             00057226
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00057228
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00057230
//RPTOUT   DD SYSOUT=A                                                  00057232
//*                                                                     00057234
//YECLOSE  EXEC PGM=YECLOSE1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00057237
//            (4,GT,SALESPRC),(4,GT,GLPOST))                            00057240
//*        -- fiscal year-end close, see YearEndClose_V1.cob.  Held     00057243
//*           by the scheduler and released on the December             00057246
//*           month-end night only, ahead of MONTHEND; it checks        00057249
//*           DATECTL itself and closes nothing on any other night.     00057252
//*           Posts the closing entries into December on GLBALMST,      00057255
//*           opens January, marks the year closed on FISCALYR          00057258
//*           (GLPOST refuses postings into it from then on) and        00057261
//*           lists the pre- and post-close trial balances on           00057264
//*           RPTOUT.  YEJRNL keeps each year's closing journal.        00057267
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00057270
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00057273
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00057276
//COAFILE  DD DSNAME=PROD.COAFILE,DISP=SHR                              00057279
//GLBALMST DD DSNAME=PROD.GLBALMST,DISP=OLD                             00057282
//FISCALYR DD DSNAME=PROD.FISCALYR,DISP=OLD                             00057285
//YEJRNL   DD DSNAME=PROD.YEJRNL(+1),DISP=(NEW,CATLG)                   00057288
//RPTOUT   DD SYSOUT=A                                                  00057291
//*                                                                     00057294
//MONTHEND EXEC PGM=PERCLOSE,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00057300
//            (4,GT,SALESPRC),(4,GT,CUSTMNT),(4,GT,GLRECON),            00057400
//            (4,GT,YECLOSE))                                           00057450
//*        -- month-end close, see PeriodClose_V1.cob.  The             00057500
//*           scheduler releases this step on month-end night only      00057600
//*           (it is held every other night); CLOSPRM carries the       00057700
//PERIODCT DD DSNAME=PROD.PERIODCT,DISP=SHR                             00058400
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00058500
//GLBALMST DD DSNAME=PROD.GLBALMST,DISP=OLD                             00058600
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00058700
//SYSOUT   DD SYSOUT=A                                                  00058800
//*                                                                     00058900
//CRBUREAU EXEC PGM=CRBUREAU,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00058905
//            (4,GT,SALESPRC),(4,GT,OPENITM),(4,GT,MONTHEND))           00058910
//*        -- month-end credit-bureau reporting extract, see            00058915
//*           CreditBureau_V1.cob.  Held by the scheduler with          00058920
//*           MONTHEND and released on month-end night only, after      00058925
//*           the close.  BUREAU is a GDG base, one transmission        00058930
//*           per month; RETURN-CODE 4 when BUREAPRM carries no         00058935
//*           member id.  Excluded accounts list on RPTOUT.             00058940
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00058945
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00058950
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00058955
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=SHR                             00058960
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00058965
//DISPCASE DD DSNAME=PROD.DISPCASE,DISP=SHR                             00058970
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00058975
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00058980
//BUREAU   DD DSNAME=PROD.BUREAU(+1),DISP=(NEW,CATLG)                   00058985
//RPTOUT   DD SYSOUT=A                                                  00058990
//*                                                                     00058995
//SALESRLP EXEC PGM=SALESRLP,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00059000
//            (4,GT,SALESPRC),(4,GT,MONTHEND))                          00059100
//*        -- month-end SALESKSDS rollup and retention purge, see       00059200
//ITEMKSDS DD DSNAME=PROD.ITEMKSDS,DISP=SHR                             00060100
//SALESSUM DD DSNAME=PROD.SALESSUM,DISP=SHR                             00060200
//KSDSARCH DD DSNAME=PROD.KSDSARCH(+1),DISP=(NEW,CATLG)                 00060300
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00060400
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00060500
//SYSOUT   DD SYSOUT=A                                                  00060600
//*                                                                     00060700
//CUSTSEG  EXEC PGM=CUSTSEG1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00060701
//            (4,GT,SALESPRC),(4,GT,SALESRLP))                          00060702
//*        -- customer recency/frequency/monetary segmentation, see     00060703
//*           CustomerSegment_V1.cob.  Held by the scheduler with       00060704
//*           MONTHEND and released on month-end night only, after      00060705
//*           SALESRLP so the purged months are on SALESSUM.            00060706
//*           CUSTSEG is a GDG base the mail bridge and campaign        00060707
//*           selections read; the value report lands on RPTOUT.        00060708
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00060709
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00060710
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00060711
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00060712
//SALESSUM DD DSNAME=PROD.SALESSUM,DISP=SHR                             00060713
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00060714
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00060715
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00060716
//CUSTSEG  DD DSNAME=PROD.CUSTSEG(+1),DISP=(NEW,CATLG)                  00060717
//RPTOUT   DD SYSOUT=A                                                  00060718
//*                                                                     00060719
//LEDGRET  EXEC PGM=LEDGRET1,COND=((4,GT,SMOKE),(4,GT,PREFLT),          00060720
//            (4,GT,SALESPRC),(4,GT,OPENITM),(4,GT,MONTHEND))           00060722
//*        -- month-end customer ledger retention purge, see            00060724
//*           LedgerRetention_V1.cob.  Held by the scheduler with       00060726
//*           MONTHEND and released on month-end night only, after      00060728
//*           the bureau extract and the segmentation have read         00060730
//*           the ledger.  Reads tonight's OPENITEM: a charge still     00060732
//*           open there, or under a DISPCASE case, stays on file.      00060734
//*           LEDGARCH is a GDG base like KSDSARCH; LRETPARM holds      00060736
//*           the window in months.  RETURN-CODE 4 when a customer      00060738
//*           whose chain did not prove was carried whole (listed       00060740
//*           on RPTOUT).                                               00060742
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00060744
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00060746
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00060748
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00060750
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=SHR                             00060752
//DISPCASE DD DSNAME=PROD.DISPCASE,DISP=SHR                             00060754
//LEDGARCH DD DSNAME=PROD.LEDGARCH(+1),DISP=(NEW,CATLG)                 00060756
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00060758
//ASOFDATE DD DSNAME=PROD.ASOFDATE,DISP=SHR                             00060760
//RPTOUT   DD SYSOUT=A                                                  00060762
//SYSOUT   DD SYSOUT=A                                                  00060764
//*                                                                     00060766
//CAPMON   EXEC PGM=CAPMON1,COND=((4,GT,SMOKE),(4,GT,PREFLT))           00060770
//*        -- keyed-file capacity watch, see CapacityMonitor_V1.cob.    00060771
//*           Counts SALESKSDS, ITEMKSDS, CUSTLEDG, OPENITEM and        00060772
//*           CUSTMAST, appends the night to CAPHIST and prints the     00060773
//*           growth trend and projected full date per file against     00060774
//*           its CAPPARM allocation card.  A file due to reach its     00060775
//*           threshold inside the CAPDAYS horizon queues a FILE        00060776
//*           NEAR CAPACITY alert on ALERTQ for the alert               00060777
//*           dispatcher.  Runs late, after the month-end purge,        00060778
//*           and even on a failed night: it only reads the files.      00060779
//*           RETURN-CODE 4 when a file would not open.                 00060780
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00060781
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00060782
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00060783
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00060784
//ITEMKSDS DD DSNAME=PROD.ITEMKSDS,DISP=SHR                             00060785
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00060786
//OPENITEM DD DSNAME=PROD.OPENITEM,DISP=SHR                             00060787
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00060788
//CAPPARM  DD DSNAME=PROD.CAPPARM,DISP=SHR                              00060789
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00060790
//CAPHIST  DD DSNAME=PROD.CAPHIST,DISP=MOD                              00060791
//ALERTQ   DD DSNAME=PROD.ALERTQ,DISP=MOD                               00060792
//RPTOUT   DD SYSOUT=A                                                  00060793
//*                                                                     00060794
//BATCHBAL EXEC PGM=BATCHBAL,COND=((4,GT,SMOKE),(4,GT,PREFLT))          00060800
//*        -- end-of-night balancing over the RUNSTATS records the      00060900
//*           steps above appended, see BatchBalance_V1.cob.  Runs      00061000
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00061900
//SYSOUT   DD SYSOUT=A                                                  00062000
//*                                                                     00062100
//PMDUE    EXEC PGM=PMDUE1,COND=((4,GT,SMOKE),(4,GT,PREFLT))            00062104
//*        -- preventive-maintenance schedule, see PmDue_V1.cob.        00062108
//*           Applies the PMTXN task and completion cards to            00062112
//*           PMSCHED, cuts a PREVENTIV work order on WORKORDR for      00062116
//*           every task due on the RUNHOURS counter CONTROL-FLOW       00062120
//*           keeps or on calendar days, prints the overdue report,     00062124
//*           and queues a PM HARD LIMIT alert on ALERTQ for a          00062128
//*           machine run past a task's hard limit.  Independent of     00062132
//*           the sales chain, so it runs on a failed night too.        00062136
//*           RETURN-CODE 4 when RUNHOURS would not open, 12 when       00062140
//*           PMSCHED would not.                                        00062144
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00062148
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00062152
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00062156
//PMSCHED  DD DSNAME=PROD.PMSCHED,DISP=OLD                              00062160
//RUNHOURS DD DSNAME=PROD.RUNHOURS,DISP=SHR                             00062164
//PMTXN    DD DSNAME=PROD.PMTXN,DISP=SHR                                00062168
//WORKORDR DD DSNAME=PROD.WORKORDR,DISP=MOD                             00062172
//ALERTQ   DD DSNAME=PROD.ALERTQ,DISP=MOD                               00062176
//RPTOUT   DD SYSOUT=A                                                  00062180
//*                                                                     00062184
//DIGEST   EXEC PGM=DIGEST1,COND=((4,GT,SMOKE),(4,GT,PREFLT))           00062200
//*        -- one-page morning operations digest, exceptions            00062300
//*           first, off the files the night just wrote, see            00062400
