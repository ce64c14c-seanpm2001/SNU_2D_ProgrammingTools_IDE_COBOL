//CUSTRCV  PROC                                                         00000100
//*--------------------------------------------------------------*      00000200
//* Forward recovery of CUSTMAST, run by hand when the master is        00000300
//* damaged part way through the night.  Restores the newest            00000400
//* PROD.CUSTIMG image NIGHTLY's IMGCOPY step took and replays          00000500
//* the PROD.CUSTJRNL generation it started forward to the point        00000600
//* on PROD.RCVPARM -- the end of a named step, a timestamp, or         00000700
//* the end of the journal -- see CustMastRecover_V1.cob.  Key          00000800
//* GLCTLBAL off the GL as it stood at that point.  The step            00000900
//* that failed still holds the CUSTMAST interlock: check it has        00001000
//* gone and supply the LOCKOVRD card, as for any crash.                00001100
//*                                                                     00001200
//* The journal is cut back to the recovery point, and what was         00001300
//* cut is kept on PROD.CUSTJRNL.CUT for the desk.  Then restart        00001400
//* NIGHTLY from the step after the recovery point, the rerun           00001500
//* steps' CUSTJRNL DD's pointed at PROD.CUSTJRNL(0) -- their           00001600
//* (+1) names tonight's generation only inside the job that            00001700
//* created it -- and they append to the journal behind the             00001800
//* cut.  RETURN-CODE 8: the STEP point is not on the journal,          00001900
//* nothing restored.                                                   00002000
//* RETURN-CODE 12: journal or image will not prove, or the             00002100
//* master did not load or replay clean -- the interlock stays          00002200
//* held and the console lists why.  RETURN-CODE 4: the master          00002300
//* recovered but does not balance to CUSTLEDG or the GL; see           00002400
//* the report before restarting.                                       00002500
//*--------------------------------------------------------------*      00002600
//RECOVER  EXEC PGM=CUSTRCV1                                            00002700
//*        -- restore, replay and balance, see                          00002800
//*           CustMastRecover_V1.cob.                                   00002900
//STEPLIB  DD DSNAME=PROD.LOADLIB,DISP=SHR                              00003000
//STEPTIME DD DSNAME=PROD.STEPTIME,DISP=MOD                             00003100
//RCVPARM  DD DSNAME=PROD.RCVPARM,DISP=SHR                              00003200
//CUSTIMG  DD DSNAME=PROD.CUSTIMG(0),DISP=SHR                           00003300
//CUSTJRNL DD DSNAME=PROD.CUSTJRNL(0),DISP=OLD                          00003400
//JRNLWORK DD DSNAME=PROD.CUSTJRNL.WORK,DISP=(NEW,DELETE,CATLG),        00003500
//            UNIT=SYSDA,SPACE=(CYL,(5,5))                              00003600
//JRNLCUT  DD DSNAME=PROD.CUSTJRNL.CUT,DISP=(MOD,CATLG,CATLG),          00003700
//            UNIT=SYSDA,SPACE=(CYL,(1,1))                              00003800
//CUSTMAST DD DSNAME=PROD.CUSTMAST,DISP=OLD                             00003900
//CUSTLOCK DD DSNAME=PROD.CUSTLOCK,DISP=OLD                             00004000
//LOCKOVRD DD DSNAME=PROD.LOCKOVRD,DISP=SHR                             00004100
//CUSTLEDG DD DSNAME=PROD.CUSTLEDG,DISP=SHR                             00004200
//GLCTLBAL DD DSNAME=PROD.GLCTLBAL,DISP=SHR                             00004300
//ORPHCTL  DD DSNAME=PROD.ORPHCTL,DISP=SHR                              00004400
//RPTOUT   DD SYSOUT=A                                                  00004500
//*                                                                     00004600
