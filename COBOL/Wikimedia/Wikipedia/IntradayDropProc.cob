//INTRADAY PROC                                                         00000100
//*--------------------------------------------------------------*      00000200
//* Intra-day sales drop.  The stores transmit through the day          00000300
//* and the receiving layer catalogues each transmission as a new       00000400
//* generation of PROD.SALES, writes the drop's number (001, 002,       00000500
//* ...  restarting at 001 each business day) onto PROD.DROPPARM,       00000600
//* and starts this PROC against it.  The drop is edited and            00000700
//* posted to CUSTMAST, SALESKSDS and CUSTLEDG straight away, so        00000800
//* the credit-limit, duplicate and on-hand checks the next drop        00000900
//* meets are current to the last drop instead of to last night.        00001000
//* See the intra-day note at the head of INITIATE_V1.cob.              00001100
//*                                                                     00001200
//* Every drop posts under the next business date on DATECTL --         00001300
//* the day tonight's NIGHTLY run closes -- and is registered on        00001400
//* DROPCTL; a drop number already processed is refused with            00001500
//* RETURN-CODE 12, so a drop resubmitted by mistake never posts        00001600
//* twice.  A drop that fails partway is restarted simply by            00001700
//* resubmitting it: it resumes after its own last checkpoint,          00001800
//* recorded on DROPCTL, with no CKPTPARM card.  Each run keeps         00001900
//* its checkpoint trail in its own PROD.DROPCKPT generation.           00002000
//*                                                                     00002100
//* The drop's rejects and per-store figures accumulate in              00002200
//* PROD.DROPREJ and PROD.DAYDROP for NIGHTLY's SALESPRC day            00002300
//* close; NIGHTLY empties both once the day is closed.  The            00002400
//* scheduler holds this PROC from NIGHTLY's DATEROLL step until        00002500
//* its DDRCLR step ends, and takes the CUSTMAST interlock as           00002600
//* every other updater does.  The corrections CORRECT releases         00002700
//* each night land as a new PROD.SALES generation too, and run         00002800
//* through here as the next business day's first drop.                 00002900
//*                                                                     00002901
//* The web shop's and the phone desk's order lines arrive the          00002902
//* same way, as their own PROD.SALES generation, and run               00002903
//* through here as a drop of their own; each line names the            00002904
//* store that fulfils it.  See the order-channel note at the           00002905
//* head of INITIATE_V1.cob.                                            00002906
//*                                                                     00002910
//* A drop too big to post in one run goes through PARTDROP and         00002920
//* PARTMRG instead, in store-range partitions run side by side;        00002930
//* see PartitionDropProc.cob and PartitionMergeProc.cob.               00002940
//*                                                                     00002952
//* The drop's CUSTMAST after-images append to the newest               00002964
//* PROD.CUSTJRNL generation, the one NIGHTLY's IMGCOPY step            00002976
//* started with last night's image; see CustMastImage_V1.cob.          00002988
//*                                                                     00002990
//* The drop's sales-on-day and invalid-sales lines also append         00002992
//* to PROD.RPTBURST for NIGHTLY's RPTBRST distribution step;           00002994
//* see ReportBurst_V1.cob.                                             00002996
//*--------------------------------------------------------------*      00003000
//DROPRUN  EXEC PGM=INITIATE1                                           00003100
//*        -- sort/validate/post one drop, see INITIATE_V1.cob.         00003200
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00003300
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00003400
//DROPPARM DD DSNAME=PROD.DROPPARM,DISP=SHR                             00003500
//DATECTL  DD DSNAME=PROD.DATECTL,DISP=SHR                              00003600
//DROPCTL  DD DSNAME=PROD.DROPCTL,DISP=OLD                              00003700
//SALES    DD DSNAME=PROD.SALES(0),DISP=SHR                             00003800
//SRTSALES DD DSNAME=&&SRTSALES,DISP=(NEW,DELETE),UNIT=SYSDA,           00003900
//            SPACE=(CYL,(5,5))                                         00004000
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=SHR                             00004100
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(0),DISP=MOD                          00004150
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00004200
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00004300
//PRICEMST DD DSNAME=PROD.PRICEMST,DISP=SHR                             00004400
//PROMOMST DD DSNAME=PROD.PROMOMST,DISP=SHR                             00004450
//PARMREG  DD DSNAME=PROD.PARMREG,DISP=SHR                              00004500
//PERIODCT DD DSNAME=PROD.PERIODCT,DISP=SHR                             00004600
//STORMAST DD DSNAME=PROD.STORMAST,DISP=SHR                             00004700
//ITEMMAST DD DSNAME=PROD.ITEMMAST,DISP=SHR                             00004800
//REJFILE  DD DSNAME=PROD.DROPREJ,DISP=MOD                              00004900
//CKPTFILE DD DSNAME=PROD.DROPCKPT(+1),DISP=(NEW,CATLG)                 00005000
//SALESKSDS DD DSNAME=PROD.SALESKSDS,DISP=SHR                           00005100
//ITEMKSDS DD DSNAME=PROD.ITEMKSDS,DISP=SHR                             00005200
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00005300
//POINTMST DD DSNAME=PROD.POINTMST,DISP=SHR                             00005400
//POINTMOV DD DSNAME=PROD.POINTMOV,DISP=MOD                             00005500
//PTSRATE  DD DSNAME=PROD.PTSRATE,DISP=SHR                              00005600
//RUNSTATS DD DSNAME=PROD.RUNSTATS,DISP=MOD                             00005800
//DAYHIST  DD DSNAME=PROD.DAYDROP,DISP=MOD                              00005900
//TAXRATE  DD DSNAME=PROD.TAXRATE,DISP=SHR                              00006000
//TAXEXMPT DD DSNAME=PROD.TAXEXMPT,DISP=SHR                             00006100
//BUSDATE  DD DSNAME=PROD.BUSDATE,DISP=SHR                              00006200
//RPTOUT   DD SYSOUT=A                                                  00006300
//RPTBURST DD DSNAME=PROD.RPTBURST,DISP=MOD                             00006350
//*                                                                     00006400
