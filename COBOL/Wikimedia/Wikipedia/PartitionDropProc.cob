//PARTDROP PROC P=01                                                    00000100
//*--------------------------------------------------------------*      00000200
//* One store-range partition of an intra-day sales drop.  A drop       00000300
//* too big to post in one run inside the time before the next          00000400
//* lands is run as partitions side by side: the receiving layer        00000500
//* writes the drop number onto PROD.DROPPARM as for INTRADAY and       00000600
//* submits one job per partition, each starting this PROC with         00000700
//* its own partition number (P=01, P=02, ...), all at once.            00000800
//* PROD.PARTMAP says which partition takes each store region;          00000900
//* PROD.PARMLIB(PARTnn) carries the partition number for the           00001000
//* run.  See the partition note at the head of INITIATE_V1.cob.        00001100
//*                                                                     00001200
//* Every partition reads the whole drop and edits only its own         00001300
//* stores' sales.  The partitions share CUSTMAST, DROPCTL and          00001400
//* CUSTCLM -- the customer claims that keep two partitions off         00001500
//* the same account -- and the CUSTMAST interlock, which they          00001600
//* hold together under the name INITPART; everything a                 00001700
//* partition appends goes to that partition's own .Pnn dataset,        00001800
//* so no partition waits on another's dataset.  A partition that       00001900
//* fails partway is restarted by resubmitting it: it resumes           00002000
//* after its own last checkpoint on DROPCTL.                           00002100
//*                                                                     00002200
//* When every partition has ended clean, the scheduler starts          00002300
//* PARTMRG, which runs the sales the partitions deferred and           00002400
//* merges the partitions' outputs into the drop's.  The next           00002500
//* drop waits for PARTMRG, as it waits for INTRADAY.  A drop is        00002600
//* run whole or in partitions, never both: INITIATE1 refuses a         00002700
//* partition of a drop already run whole, and the reverse.             00002800
//*--------------------------------------------------------------*      00002900
//PARTRUN  EXEC PGM=INITIATE1                                           00003000
//*        -- sort/validate/post one partition, see INITIATE_V1.cob.    00003100
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00003200
//STEPTIME DD DSNAME=PROD.STEPTIME.P&P,DISP=(MOD,CATLG,CATLG),          00003300
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00003400
//DROPPARM DD DSNAME=PROD.DROPPARM,DISP=SHR                             00003500
//PARTPARM DD DSNAME=PROD.PARMLIB(PART&P),DISP=SHR                      00003600
//PARTMAP  DD DSNAME=PROD.PARTMAP,DISP=SHR                              00003700
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00003800
//DROPCTL  DD DSNAME=PROD.DROPCTL,DISP=SHR                              00003900
//CUSTCLM  DD DSNAME=PROD.CUSTCLM,DISP=SHR                              00004000
//PARTDEFR DD DSNAME=PROD.PARTDEFR.P&P,DISP=(MOD,CATLG,CATLG),          00004100
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00004200
//SALES    DD DSNAME=PROD.SALES(0),DISP=SHR                             00004300
//SRTSALES DD DSNAME=&&SRTSALES,DISP=(NEW,DELETE),UNIT=SYSDA,           00004400
//            SPACE=(CYL,(5,5))                                         00004500
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00004600
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL.P&P,DISP=(MOD,CATLG,CATLG),          00004633
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00004666
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=SHR                             00004700
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00004800
//PRICEMST DD DSNAME=PROD.PRICEMST,DISP=SHR                             00004900
//PROMOMST DD DSNAME=PROD.PROMOMST,DISP=SHR                             00004950
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00005000
//PERIODCT DD DSNAME=PROD.PERIODCT,DISP=SHR                             00005100
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00005200
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00005300
//REJFILE  DD DSNAME=PROD.DROPREJ.P&P,DISP=(MOD,CATLG,CATLG),           00005400
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00005500
//CKPTFILE DD DSNAME=PROD.PARTCKPT.P&P(+1),DISP=(NEW,CATLG),            00005600
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00005700
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00005800
//ITEMKSDS DD DSNAME=PROD.ITEMKSDS,DISP=SHR                             00005900
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00006000
//POINTMST DD DSNAME=PROD.POINTMST,DISP=SHR                             00006100
//POINTMOV DD DSNAME=PROD.POINTMOV.P&P,DISP=(MOD,CATLG,CATLG),          00006200
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00006300
//PTSRATE  DD DSNAME=PROD.PTSRATE,DISP=SHR                              00006400
//RUNSTATS DD DSNAME=PROD.RUNSTATS.P&P,DISP=(MOD,CATLG,CATLG),          00006600
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00006700
//DAYHIST  DD DSNAME=PROD.DAYDROP.P&P,DISP=(MOD,CATLG,CATLG),           00006800
//            UNIT=SYSDA,SPACE=(TRK,(1,1))                              00006900
//TAXRATE  DD DSNAME=PROD.TAXRATE,DISP=SHR                              00007000
//TAXEXMPT DD DSNAME=PROD.TAXEXMPT,DISP=SHR                             00007100
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00007200
//RPTOUT   DD DSNAME=PROD.DROPRPT.P&P,DISP=(MOD,CATLG,CATLG),           00007300
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00007400
//RPTBURST DD DSNAME=PROD.RPTBURST.P&P,DISP=(MOD,CATLG,CATLG),          00007433
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00007466
//*                                                                     00007500
