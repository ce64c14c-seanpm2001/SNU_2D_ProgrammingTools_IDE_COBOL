//PARTMRG  PROC                                                         00000100
//*--------------------------------------------------------------*      00000200
//* Merge of an intra-day drop run in store-range partitions            00000300
//* (see PARTDROP).  The scheduler starts it once every PARTDROP        00000400
//* job for the drop has ended clean, against the same                  00000500
//* PROD.DROPPARM drop number.  The concatenations below name           00000600
//* partitions 01 to 04, the partitions PROD.PARTMAP maps the           00000700
//* regions to; a change to the number of partitions changes            00000800
//* the map, the PARTDROP jobs the scheduler submits, and every         00000900
//* concatenation here together.                                        00001000
//*--------------------------------------------------------------*      00001100
//DEFER    EXEC PGM=INITIATE1                                           00001200
//*        -- the serial pass: partition 99 posts the sales the         00001300
//*           partitions deferred because another partition held        00001400
//*           the customer, see INITIATE_V1.cob.                        00001500
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00001600
//STEPTIME DD DSNAME=PROD.STEPTIME.P99,DISP=(MOD,CATLG,CATLG),          00001700
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00001800
//DROPPARM DD DSNAME=PROD.DROPPARM,DISP=SHR                             00001900
//PARTPARM DD DSNAME=PROD.PARMLIB(PART99),DISP=SHR                      00002000
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00002100
//DROPCTL  DD DSNAME=PROD.DROPCTL,DISP=SHR                              00002200
//SALES    DD DSNAME=PROD.PARTDEFR.P01,DISP=SHR                         00002300
//         DD DSNAME=PROD.PARTDEFR.P02,DISP=SHR                         00002400
//         DD DSNAME=PROD.PARTDEFR.P03,DISP=SHR                         00002500
//         DD DSNAME=PROD.PARTDEFR.P04,DISP=SHR                         00002600
//SRTSALES DD DSNAME=&&SRTSALES,DISP=(NEW,DELETE),UNIT=SYSDA,           00002700
//            SPACE=(CYL,(5,5))                                         00002800
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00002900
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL.P99,DISP=(MOD,CATLG,CATLG),          00002933
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00002966
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=SHR                             00003000
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00003100
//PRICEMST DD DSNAME=PROD.PRICEMST,DISP=SHR                             00003200
//PROMOMST DD DSNAME=PROD.PROMOMST,DISP=SHR                             00003250
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00003300
//PERIODCT DD DSNAME=PROD.PERIODCT,DISP=SHR                             00003400
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00003500
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00003600
//REJFILE  DD DSNAME=PROD.DROPREJ.P99,DISP=(MOD,CATLG,CATLG),           00003700
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00003800
//CKPTFILE DD DSNAME=PROD.PARTCKPT.P99(+1),DISP=(NEW,CATLG),            00003900
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00004000
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00004100
//ITEMKSDS DD DSNAME=PROD.ITEMKSDS,DISP=SHR                             00004200
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00004300
//POINTMST DD DSNAME=PROD.POINTMST,DISP=SHR                             00004400
//POINTMOV DD DSNAME=PROD.POINTMOV.P99,DISP=(MOD,CATLG,CATLG),          00004500
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00004600
//PTSRATE  DD DSNAME=PROD.PTSRATE,DISP=SHR                              00004700
//RUNSTATS DD DSNAME=PROD.RUNSTATS.P99,DISP=(MOD,CATLG,CATLG),          00004900
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00005000
//DAYHIST  DD DSNAME=PROD.DAYDROP.P99,DISP=(MOD,CATLG,CATLG),           00005100
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00005200
//TAXRATE  DD DSNAME=PROD.TAXRATE,DISP=SHR                              00005300
//TAXEXMPT DD DSNAME=PROD.TAXEXMPT,DISP=SHR                             00005400
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00005500
//RPTOUT   DD DSNAME=PROD.DROPRPT.P99,DISP=(MOD,CATLG,CATLG),           00005600
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00005700
//RPTBURST DD DSNAME=PROD.RPTBURST.P99,DISP=(MOD,CATLG,CATLG),          00005733
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00005766
//MERGE    EXEC PGM=PARTMRG1,COND=(4,GT,DEFER)                          00005800
//*        -- proves the partitions covered the whole drop and          00005900
//*           merges their outputs, see PartitionMerge_V1.cob.          00006000
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00006100
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00006200
//DROPPARM DD DSNAME=PROD.DROPPARM,DISP=SHR                             00006300
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00006400
//PARTMAP  DD DSNAME=PROD.PARTMAP,DISP=SHR                              00006500
//DROPCTL  DD DSNAME=PROD.DROPCTL,DISP=OLD                              00006600
//CUSTCLM  DD DSNAME=PROD.CUSTCLM,DISP=OLD                              00006700
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00006800
//REJPART  DD DSNAME=PROD.DROPREJ.P01,DISP=SHR                          00006900
//         DD DSNAME=PROD.DROPREJ.P02,DISP=SHR                          00007000
//         DD DSNAME=PROD.DROPREJ.P03,DISP=SHR                          00007100
//         DD DSNAME=PROD.DROPREJ.P04,DISP=SHR                          00007200
//         DD DSNAME=PROD.DROPREJ.P99,DISP=SHR                          00007300
//DROPREJ  DD DSNAME=PROD.DROPREJ,DISP=MOD                              00007400
//DAYPART  DD DSNAME=PROD.DAYDROP.P01,DISP=SHR                          00007500
//         DD DSNAME=PROD.DAYDROP.P02,DISP=SHR                          00007600
//         DD DSNAME=PROD.DAYDROP.P03,DISP=SHR                          00007700
//         DD DSNAME=PROD.DAYDROP.P04,DISP=SHR                          00007800
//         DD DSNAME=PROD.DAYDROP.P99,DISP=SHR                          00007900
//DAYDROP  DD DSNAME=PROD.DAYDROP,DISP=MOD                              00008000
//PMOVPART DD DSNAME=PROD.POINTMOV.P01,DISP=SHR                         00008100
//         DD DSNAME=PROD.POINTMOV.P02,DISP=SHR                         00008200
//         DD DSNAME=PROD.POINTMOV.P03,DISP=SHR                         00008300
//         DD DSNAME=PROD.POINTMOV.P04,DISP=SHR                         00008400
//         DD DSNAME=PROD.POINTMOV.P99,DISP=SHR                         00008500
//POINTMOV DD DSNAME=PROD.POINTMOV,DISP=MOD                             00008600
//STATPART DD DSNAME=PROD.RUNSTATS.P01,DISP=SHR                         00008700
//         DD DSNAME=PROD.RUNSTATS.P02,DISP=SHR                         00008800
//         DD DSNAME=PROD.RUNSTATS.P03,DISP=SHR                         00008900
//         DD DSNAME=PROD.RUNSTATS.P04,DISP=SHR                         00009000
//         DD DSNAME=PROD.RUNSTATS.P99,DISP=SHR                         00009100
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00009200
//TIMEPART DD DSNAME=PROD.STEPTIME.P01,DISP=SHR                         00009300
//         DD DSNAME=PROD.STEPTIME.P02,DISP=SHR                         00009400
//         DD DSNAME=PROD.STEPTIME.P03,DISP=SHR                         00009500
//         DD DSNAME=PROD.STEPTIME.P04,DISP=SHR                         00009600
//         DD DSNAME=PROD.STEPTIME.P99,DISP=SHR                         00009700
//JRNLPART DD DSNAME=PROD.CUSTJRNL.P01,DISP=SHR                         00009714
//         DD DSNAME=PROD.CUSTJRNL.P02,DISP=SHR                         00009728
//         DD DSNAME=PROD.CUSTJRNL.P03,DISP=SHR                         00009742
//         DD DSNAME=PROD.CUSTJRNL.P04,DISP=SHR                         00009756
//         DD DSNAME=PROD.CUSTJRNL.P99,DISP=SHR                         00009770
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(0),DISP=MOD                          00009784
//BRSTPART DD DSNAME=PROD.RPTBURST.P01,DISP=SHR                         00009786
//         DD DSNAME=PROD.RPTBURST.P02,DISP=SHR                         00009788
//         DD DSNAME=PROD.RPTBURST.P03,DISP=SHR                         00009790
//         DD DSNAME=PROD.RPTBURST.P04,DISP=SHR                         00009792
//         DD DSNAME=PROD.RPTBURST.P99,DISP=SHR                         00009794
//RPTBURST DD DSNAME=PROD.RPTBURST,DISP=MOD                             00009796
//RPTPART  DD DSNAME=PROD.DROPRPT.P01,DISP=SHR                          00009800
//         DD DSNAME=PROD.DROPRPT.P02,DISP=SHR                          00009900
//         DD DSNAME=PROD.DROPRPT.P03,DISP=SHR                          00010000
//         DD DSNAME=PROD.DROPRPT.P04,DISP=SHR                          00010100
//         DD DSNAME=PROD.DROPRPT.P99,DISP=SHR                          00010200
//RPTOUT   DD SYSOUT=A                                                  00010300
//*                                                                     00010400
//PCLEAN   EXEC PGM=IEFBR14,COND=((4,GT,DEFER),(4,GT,MERGE))            00010500
//*        -- deletes the partitions' .Pnn datasets once MERGE has      00010600
//*           copied them; the next partitioned drop's PARTDROP         00010700
//*           jobs allocate them afresh.  Bypassed when the drop        00010800
//*           did not merge, so nothing unmerged is lost.               00010900
//D01      DD DSNAME=PROD.PARTDEFR.P01,DISP=(OLD,DELETE,KEEP)           00011000
//D02      DD DSNAME=PROD.PARTDEFR.P02,DISP=(OLD,DELETE,KEEP)           00011100
//D03      DD DSNAME=PROD.PARTDEFR.P03,DISP=(OLD,DELETE,KEEP)           00011200
//D04      DD DSNAME=PROD.PARTDEFR.P04,DISP=(OLD,DELETE,KEEP)           00011300
//D05      DD DSNAME=PROD.DROPREJ.P01,DISP=(OLD,DELETE,KEEP)            00011400
//D06      DD DSNAME=PROD.DROPREJ.P02,DISP=(OLD,DELETE,KEEP)            00011500
//D07      DD DSNAME=PROD.DROPREJ.P03,DISP=(OLD,DELETE,KEEP)            00011600
//D08      DD DSNAME=PROD.DROPREJ.P04,DISP=(OLD,DELETE,KEEP)            00011700
//D09      DD DSNAME=PROD.DROPREJ.P99,DISP=(OLD,DELETE,KEEP)            00011800
//D10      DD DSNAME=PROD.DAYDROP.P01,DISP=(OLD,DELETE,KEEP)            00011900
//D11      DD DSNAME=PROD.DAYDROP.P02,DISP=(OLD,DELETE,KEEP)            00012000
//D12      DD DSNAME=PROD.DAYDROP.P03,DISP=(OLD,DELETE,KEEP)            00012100
//D13      DD DSNAME=PROD.DAYDROP.P04,DISP=(OLD,DELETE,KEEP)            00012200
//D14      DD DSNAME=PROD.DAYDROP.P99,DISP=(OLD,DELETE,KEEP)            00012300
//D15      DD DSNAME=PROD.POINTMOV.P01,DISP=(OLD,DELETE,KEEP)           00012400
//D16      DD DSNAME=PROD.POINTMOV.P02,DISP=(OLD,DELETE,KEEP)           00012500
//D17      DD DSNAME=PROD.POINTMOV.P03,DISP=(OLD,DELETE,KEEP)           00012600
//D18      DD DSNAME=PROD.POINTMOV.P04,DISP=(OLD,DELETE,KEEP)           00012700
//D19      DD DSNAME=PROD.POINTMOV.P99,DISP=(OLD,DELETE,KEEP)           00012800
//D20      DD DSNAME=PROD.RUNSTATS.P01,DISP=(OLD,DELETE,KEEP)           00012900
//D21      DD DSNAME=PROD.RUNSTATS.P02,DISP=(OLD,DELETE,KEEP)           00013000
//D22      DD DSNAME=PROD.RUNSTATS.P03,DISP=(OLD,DELETE,KEEP)           00013100
//D23      DD DSNAME=PROD.RUNSTATS.P04,DISP=(OLD,DELETE,KEEP)           00013200
//D24      DD DSNAME=PROD.RUNSTATS.P99,DISP=(OLD,DELETE,KEEP)           00013300
//D25      DD DSNAME=PROD.STEPTIME.P01,DISP=(OLD,DELETE,KEEP)           00013400
//D26      DD DSNAME=PROD.STEPTIME.P02,DISP=(OLD,DELETE,KEEP)           00013500
//D27      DD DSNAME=PROD.STEPTIME.P03,DISP=(OLD,DELETE,KEEP)           00013600
//D28      DD DSNAME=PROD.STEPTIME.P04,DISP=(OLD,DELETE,KEEP)           00013700
//D29      DD DSNAME=PROD.STEPTIME.P99,DISP=(OLD,DELETE,KEEP)           00013800
//D30      DD DSNAME=PROD.DROPRPT.P01,DISP=(OLD,DELETE,KEEP)            00013900
//D31      DD DSNAME=PROD.DROPRPT.P02,DISP=(OLD,DELETE,KEEP)            00014000
//D32      DD DSNAME=PROD.DROPRPT.P03,DISP=(OLD,DELETE,KEEP)            00014100
//D33      DD DSNAME=PROD.DROPRPT.P04,DISP=(OLD,DELETE,KEEP)            00014200
//D34      DD DSNAME=PROD.DROPRPT.P99,DISP=(OLD,DELETE,KEEP)            00014300
//D35      DD DSNAME=PROD.CUSTJRNL.P01,DISP=(OLD,DELETE,KEEP)           00014316
//D36      DD DSNAME=PROD.CUSTJRNL.P02,DISP=(OLD,DELETE,KEEP)           00014332
//D37      DD DSNAME=PROD.CUSTJRNL.P03,DISP=(OLD,DELETE,KEEP)           00014348
//D38      DD DSNAME=PROD.CUSTJRNL.P04,DISP=(OLD,DELETE,KEEP)           00014364
//D39      DD DSNAME=PROD.CUSTJRNL.P99,DISP=(OLD,DELETE,KEEP)           00014380
//D40      DD DSNAME=PROD.RPTBURST.P01,DISP=(OLD,DELETE,KEEP)           00014383
//D41      DD DSNAME=PROD.RPTBURST.P02,DISP=(OLD,DELETE,KEEP)           00014386
//D42      DD DSNAME=PROD.RPTBURST.P03,DISP=(OLD,DELETE,KEEP)           00014389
//D43      DD DSNAME=PROD.RPTBURST.P04,DISP=(OLD,DELETE,KEEP)           00014392
//D44      DD DSNAME=PROD.RPTBURST.P99,DISP=(OLD,DELETE,KEEP)           00014395
//*                                                                     00014400
