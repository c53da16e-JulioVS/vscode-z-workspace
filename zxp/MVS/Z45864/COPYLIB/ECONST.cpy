          05 AC-SCHMNT-MAP-NAME        PIC X(7)  VALUE 'ESCHM'.
          05 AC-SCHMNT-MAPSET-NAME     PIC X(7)  VALUE 'ESCHMAP'.
          05 AC-SCHED-FILENAME         PIC X(7)  VALUE 'ESCHED'.
      *      AVAILABILITY PROBE CONSTANTS
          05 AC-AVLPRB-TRANSACTION-ID  PIC X(4)  VALUE 'EAVL'.
          05 AC-AVLPRB-PROGRAM-NAME    PIC X(7)  VALUE 'EAVLPRB'.
          05 AC-AVLLOG-FILENAME        PIC X(7)  VALUE 'EAVLLOG'.
          05 AC-AVLSTS-FILENAME        PIC X(7)  VALUE 'EAVLSTS'.
      *      ROLE-BASED MENU PROCESS CONSTANTS
          05 AC-MENU-TRANSACTION-ID    PIC X(4)  VALUE 'EMNU'.
          05 AC-MENU-PROGRAM-NAME      PIC X(7)  VALUE 'EMENU'.
          05 AC-AUTMNT-MAPSET-NAME     PIC X(7)  VALUE 'EAUTMAP'.
          05 AC-AUTHORITY-FILENAME     PIC X(7)  VALUE 'EAUTH'.
          05 AC-SODRUL-FILENAME        PIC X(7)  VALUE 'ESODRUL'.
      *      FUNCTION-AUTHORITY CACHE CONSTANTS
          05 AC-AUTHCACHE-PROGRAM-NAME PIC X(7)  VALUE 'EAUCRTE'.
          05 AC-AUTHCACHE-QUEUE-PREFIX PIC X(8)  VALUE 'EAUTHCSH'.
          05 AC-AUTHCACHE-GEN-QUEUE    PIC X(16) VALUE 'EAUTHGEN'.
      *      JOB-ROLE TEMPLATE MAINTENANCE CONSTANTS
          05 AC-ROLE-TRANSACTION-ID    PIC X(4)  VALUE 'EROL'.
          05 AC-ROLE-PROGRAM-NAME      PIC X(7)  VALUE 'EROLP'.
          05 AC-ROLE-MAP-NAME          PIC X(7)  VALUE 'EROLM'.
          05 AC-ROLE-MAPSET-NAME       PIC X(7)  VALUE 'EROLMAP'.
          05 AC-ROLTMP-FILENAME        PIC X(7)  VALUE 'EROLTMP'.
          05 AC-ROLASG-FILENAME        PIC X(7)  VALUE 'EROLASG'.
      *      FUNCTION ACCESS REQUEST CONSTANTS
          05 AC-ACCREQ-TRANSACTION-ID  PIC X(4)  VALUE 'EACR'.
          05 AC-ACCREQ-PROGRAM-NAME    PIC X(7)  VALUE 'EACRP'.
          05 AC-ACCREQ-MAP-NAME        PIC X(7)  VALUE 'EACRM'.
          05 AC-ACCREQ-MAPSET-NAME     PIC X(7)  VALUE 'EACRMAP'.
          05 AC-ACCREQ-FILENAME        PIC X(7)  VALUE 'EACCREQ'.
      *      HELP-DESK ASSISTED PASSWORD RESET CONSTANTS
          05 AC-HDRESET-TRANSACTION-ID PIC X(4)  VALUE 'EHDR'.
          05 AC-HDRESET-PROGRAM-NAME   PIC X(7)  VALUE 'EHDRP'.
          05 AC-HDRESET-MAP-NAME       PIC X(7)  VALUE 'EHDRM'.
          05 AC-HDRESET-MAPSET-NAME    PIC X(7)  VALUE 'EHDRMAP'.
      *      EVACUATION MUSTER CONSTANTS
          05 AC-MUSTER-TRANSACTION-ID  PIC X(4)  VALUE 'EMUS'.
          05 AC-MUSTER-PROGRAM-NAME    PIC X(7)  VALUE 'EMUSP'.
          05 AC-MUSTER-MAP-NAME        PIC X(7)  VALUE 'EMUSM'.
          05 AC-MUSTER-MAPSET-NAME     PIC X(7)  VALUE 'EMUSMAP'.
          05 AC-MUSTER-FILENAME        PIC X(7)  VALUE 'EMUSTER'.
          05 AC-MUSTER-CONTROL-ID      PIC X(8)  VALUE '*DRILL'.
          05 AC-BADGE-FILENAME         PIC X(7)  VALUE 'EBADGE'.
          05 AC-TRMLOC-FILENAME        PIC X(7)  VALUE 'ETRMLOC'.
          05 AC-WARDEN-TDQUEUE         PIC X(4)  VALUE 'WRDP'.
      *      BADGE MASTER MAINTENANCE CONSTANTS
          05 AC-BADGMS-TRANSACTION-ID  PIC X(4)  VALUE 'EBDG'.
          05 AC-BADGMS-PROGRAM-NAME    PIC X(7)  VALUE 'EBDGP'.
          05 AC-BADGMS-MAP-NAME        PIC X(7)  VALUE 'EBDGM'.
          05 AC-BADGMS-MAPSET-NAME     PIC X(7)  VALUE 'EBDGMAP'.
          05 AC-BADGMS-FILENAME        PIC X(7)  VALUE 'EBADGMS'.
          05 AC-BADGMS-PATH-FILENAME   PIC X(7)  VALUE 'EBADGMP'.
      *      STEP-UP RE-AUTHENTICATION PROCESS CONSTANTS
          05 AC-STEPUP-TRANSACTION-ID  PIC X(4)  VALUE 'ESTP'.
          05 AC-STEPUP-PROGRAM-NAME    PIC X(7)  VALUE 'ESTPP'.
          05 AC-CARTAGH-FILENAME       PIC X(7)  VALUE 'CARTAGH'.
          05 AC-CARLOTLC-FILENAME      PIC X(8)  VALUE 'CARLOTLC'.
          05 AC-CARDOCS-FILENAME       PIC X(7)  VALUE 'CARDOCS'.
          05 AC-CARFEES-FILENAME       PIC X(7)  VALUE 'CARFEES'.
          05 AC-CARLEDG-FILENAME       PIC X(7)  VALUE 'CARLEDG'.
      *      POOL-VEHICLE FLEET PROCESS CONSTANTS
          05 AC-FLEET-TRANSACTION-ID   PIC X(4)  VALUE 'CFLT'.
          05 AC-FLEET-PROGRAM-NAME     PIC X(7)  VALUE 'CARFLTP'.
          05 AC-FLEET-FILENAME         PIC X(8)  VALUE 'CARFLEET'.
          05 AC-CARRESV-FILENAME       PIC X(7)  VALUE 'CARRESV'.
          05 AC-CARTRIPS-FILENAME      PIC X(8)  VALUE 'CARTRIPS'.
          05 AC-CARSVCH-FILENAME       PIC X(7)  VALUE 'CARSVCH'.
      *      EV CHARGING STATION PROCESS CONSTANTS
          05 AC-EVCHG-TRANSACTION-ID   PIC X(4)  VALUE 'CEVC'.
          05 AC-EVCHG-PROGRAM-NAME     PIC X(7)  VALUE 'CAREVCP'.
          05 AC-EVCHG-MAP-NAME         PIC X(7)  VALUE 'CAREVM'.
          05 AC-EVCHG-MAPSET-NAME      PIC X(8)  VALUE 'CAREVMAP'.
          05 AC-CAREVCHG-FILENAME      PIC X(8)  VALUE 'CAREVCHG'.
          05 AC-CAREVRSV-FILENAME      PIC X(8)  VALUE 'CAREVRSV'.
      *      CITATION APPEAL PROCESS CONSTANTS
          05 AC-APPEAL-TRANSACTION-ID  PIC X(4)  VALUE 'CAPL'.
          05 AC-APPEAL-PROGRAM-NAME    PIC X(7)  VALUE 'CARAPLP'.
          05 AC-APPEAL-MAP-NAME        PIC X(7)  VALUE 'CARAPM'.
          05 AC-APPEAL-MAPSET-NAME     PIC X(8)  VALUE 'CARAPMAP'.
          05 AC-CARAPPL-FILENAME       PIC X(7)  VALUE 'CARAPPL'.
          05 AC-CARVIOL-FILENAME       PIC X(7)  VALUE 'CARVIOL'.
      *      LOT CLOSURE CALENDAR PROCESS CONSTANTS
          05 AC-LOTCLS-TRANSACTION-ID  PIC X(4)  VALUE 'CCLS'.
          05 AC-LOTCLS-PROGRAM-NAME    PIC X(7)  VALUE 'CARCLSP'.
          05 AC-LOTCLS-MAP-NAME        PIC X(7)  VALUE 'CARCLM'.
          05 AC-LOTCLS-MAPSET-NAME     PIC X(8)  VALUE 'CARCLMAP'.
          05 AC-CARCLOS-FILENAME       PIC X(7)  VALUE 'CARCLOS'.
      *      DRIVER QUALIFICATION PROCESS CONSTANTS
          05 AC-DRVQ-TRANSACTION-ID    PIC X(4)  VALUE 'CDRQ'.
          05 AC-DRVQ-PROGRAM-NAME      PIC X(7)  VALUE 'CARDQP'.
          05 AC-DRVQ-MAP-NAME          PIC X(7)  VALUE 'CARDQM'.
          05 AC-DRVQ-MAPSET-NAME       PIC X(8)  VALUE 'CARDQMAP'.
          05 AC-CARDRVQ-FILENAME       PIC X(7)  VALUE 'CARDRVQ'.
      *      POOL-VEHICLE INCIDENT PROCESS CONSTANTS
          05 AC-INCID-TRANSACTION-ID   PIC X(4)  VALUE 'CINC'.
          05 AC-INCID-PROGRAM-NAME     PIC X(7)  VALUE 'CARINCP'.
          05 AC-INCID-MAP-NAME         PIC X(7)  VALUE 'CARINM'.
          05 AC-INCID-MAPSET-NAME      PIC X(8)  VALUE 'CARINMAP'.
          05 AC-CARINCD-FILENAME       PIC X(7)  VALUE 'CARINCD'.
      *      CARPOOL GROUP PROCESS CONSTANTS
          05 AC-CARPOOL-TRANSACTION-ID PIC X(4)  VALUE 'CPOL'.
          05 AC-CARPOOL-PROGRAM-NAME   PIC X(7)  VALUE 'CARPOLP'.
          05 AC-TAGINQ-MAP-NAME        PIC X(7)  VALUE 'CTAGM'.
          05 AC-TAGINQ-MAPSET-NAME     PIC X(7)  VALUE 'CTAGMAP'.
          05 AC-CARTAG-PATH-FILENAME   PIC X(7)  VALUE 'CARTAGP'.
      *      GATE HANDHELD TAG LOOKUP WEB SERVICE CONSTANTS
          05 AC-TAGWS-PROGRAM-NAME     PIC X(7)  VALUE 'CARTAGW'.
          05 AC-TAGWS-CONTAINER-NAME   PIC X(16) VALUE 'DFHWS-DATA'.
          05 AC-GRDDEV-FILENAME        PIC X(7)  VALUE 'CARGDEV'.
          05 AC-GRDLOG-FILENAME        PIC X(7)  VALUE 'CARGLOG'.
      *      EMPLOYEE NAME SEARCH PROCESS CONSTANTS
          05 AC-NAMSRCH-TRANSACTION-ID PIC X(4)  VALUE 'ENSR'.
          05 AC-NAMSRCH-PROGRAM-NAME   PIC X(8)  VALUE 'ENAMSRCH'.
          05 AC-EMPMNT-MAPSET-NAME     PIC X(7)  VALUE 'EEMPMAP'.
      *      DEPARTMENT MASTER FILE CONSTANTS
          05 AC-DEPTMAS-FILENAME       PIC X(7)  VALUE 'DEPTMAS'.
          05 AC-COMPANY-FILENAME       PIC X(8)  VALUE 'ECOMPANY'.
      *      DEPARTMENT MASTER MAINTENANCE PROCESS CONSTANTS
          05 AC-DEPTMNT-TRANSACTION-ID PIC X(4)  VALUE 'EDPT'.
          05 AC-DEPTMNT-PROGRAM-NAME   PIC X(7)  VALUE 'EDEPTP'.
          05 AC-DEPTMNT-MAP-NAME       PIC X(7)  VALUE 'EDPTM'.
          05 AC-DEPTMNT-MAPSET-NAME    PIC X(7)  VALUE 'EDPTMAP'.
      *      GL ACCOUNT MAPPING MAINTENANCE CONSTANTS
          05 AC-GLMAP-TRANSACTION-ID   PIC X(4)  VALUE 'EGLM'.
          05 AC-GLMAP-PROGRAM-NAME     PIC X(7)  VALUE 'EGLMP'.
          05 AC-GLMAP-MAP-NAME         PIC X(7)  VALUE 'EGLMM'.
          05 AC-GLMAP-MAPSET-NAME      PIC X(7)  VALUE 'EGLMMAP'.
          05 AC-GLMAP-FILENAME         PIC X(8)  VALUE 'GLACCMAP'.
      *      OPERATIONS DASHBOARD CONSTANTS
          05 AC-DASH-TRANSACTION-ID    PIC X(4)  VALUE 'EDSH'.
          05 AC-DASH-PROGRAM-NAME      PIC X(7)  VALUE 'EDASHP'.
          05 AC-SELFSVC-PROGRAM-NAME   PIC X(7)  VALUE 'ESELFP'.
      *      COMPENSATION CHANGE HISTORY CONSTANTS
          05 AC-COMPHST-FILENAME       PIC X(8)  VALUE 'ECOMPHST'.
      *      EMPLOYEE ASSIGNMENT HISTORY CONSTANTS
          05 AC-ASGHST-FILENAME        PIC X(7)  VALUE 'EASGHST'.
          05 AC-ASGVW-TRANSACTION-ID   PIC X(4)  VALUE 'EASV'.
          05 AC-ASGVW-PROGRAM-NAME     PIC X(7)  VALUE 'EASGVW'.
          05 AC-ASGVW-MAP-NAME         PIC X(7)  VALUE 'EASGM'.
          05 AC-ASGVW-MAPSET-NAME      PIC X(7)  VALUE 'EASGMAP'.
          05 AC-PAYGRD-FILENAME        PIC X(7)  VALUE 'EPAYGRD'.
      *      POSITION CONTROL CONSTANTS
          05 AC-DEPTPOSN-FILENAME      PIC X(8)  VALUE 'DEPTPOSN'.
      *      AID KEY-USAGE LOGGING UTILITY CONSTANTS
          05 AC-AIDMON-PROGRAM-NAME    PIC X(7)  VALUE 'AIDMON'.
          05 AC-AIDLOG-FILENAME        PIC X(7)  VALUE 'AIDLOG'.
          05 AC-SECURITY-TDQUEUE       PIC X(4)  VALUE 'SECP'.
          05 AC-ONCALL-FILENAME        PIC X(7)  VALUE 'EONCALL'.
          05 AC-ALRTESC-FILENAME       PIC X(8)  VALUE 'EALRTESC'.
      *      OUTBOUND NOTIFICATION QUEUE CONSTANTS
          05 AC-NTFQUE-FILENAME        PIC X(7)  VALUE 'ENTFQUE'.
      *      SIGN-ON ONE-TIME PASSCODE CONSTANTS
          05 AC-OTPDEV-FILENAME        PIC X(7)  VALUE 'EOTPDEV'.
          05 AC-OTPCHL-FILENAME        PIC X(7)  VALUE 'EOTPCHL'.
          05 AC-OTP-TDQUEUE            PIC X(4)  VALUE 'OTPQ'.
      *      USER MESSAGE FACILITY CONSTANTS
          05 AC-MSGMNT-TRANSACTION-ID  PIC X(4)  VALUE 'EMSG'.
          05 AC-MSGMNT-PROGRAM-NAME    PIC X(7)  VALUE 'EMSGP'.
          05 AC-MAUDVW-PROGRAM-NAME    PIC X(7)  VALUE 'EMAUDV'.
          05 AC-MAUDVW-MAP-NAME        PIC X(7)  VALUE 'EMADM'.
          05 AC-MAUDVW-MAPSET-NAME     PIC X(7)  VALUE 'EMADMAP'.
      *      CHANGE-TICKET REFERENCE CONSTANTS
          05 AC-EMERGENCY-TICKET-CODE  PIC X(4)  VALUE 'EMRG'.
      *      CHANGE-FREEZE CONSTANTS
          05 AC-EMERGENCY-ROLE-FUNCTION PIC X(8) VALUE 'EMRGCHG'.
      *      SECURITY CASE MANAGEMENT PROCESS CONSTANTS
          05 AC-CASE-TRANSACTION-ID    PIC X(4)  VALUE 'ECSE'.
          05 AC-CASE-PROGRAM-NAME      PIC X(7)  VALUE 'ECASEP'.
          05 AC-SUBSCR-MAP-NAME        PIC X(7)  VALUE 'ESUBM'.
          05 AC-SUBSCR-MAPSET-NAME     PIC X(7)  VALUE 'ESUBMAP'.
          05 AC-SUBSCR-FILENAME        PIC X(7)  VALUE 'ESUBSCR'.
      *      ON-DEMAND BATCH JOB SUBMISSION CONSTANTS
          05 AC-JOBSUB-TRANSACTION-ID  PIC X(4)  VALUE 'EJBS'.
          05 AC-JOBSUB-PROGRAM-NAME    PIC X(7)  VALUE 'EJOBP'.
          05 AC-JOBSUB-MAP-NAME        PIC X(7)  VALUE 'EJBM'.
          05 AC-JOBSUB-MAPSET-NAME     PIC X(7)  VALUE 'EJBMAP'.
          05 AC-JOBREG-FILENAME        PIC X(7)  VALUE 'EJOBREG'.
          05 AC-JOBJCL-FILENAME        PIC X(7)  VALUE 'EJOBJCL'.
          05 AC-JOBREQ-FILENAME        PIC X(7)  VALUE 'EJOBREQ'.
      *      VOUCHER ACCESS REQUEST CONSTANTS
          05 AC-VCHREQ-TRANSACTION-ID  PIC X(4)  VALUE 'EVRQ'.
          05 AC-VCHREQ-PROGRAM-NAME    PIC X(7)  VALUE 'EVRQP'.
          05 AC-VCHREQ-MAP-NAME        PIC X(7)  VALUE 'EVRQM'.
          05 AC-VCHREQ-MAPSET-NAME     PIC X(7)  VALUE 'EVRQMAP'.
          05 AC-VCHREQ-FILENAME        PIC X(7)  VALUE 'EVCHREQ'.
      *      RESPONSE-TIME THRESHOLD CONSTANTS
          05 AC-RESPTHR-FILENAME       PIC X(8)  VALUE 'ERESPTHR'.
          05 AC-BRCHLOG-FILENAME       PIC X(8)  VALUE 'EBRCHLOG'.
      *      CENTRAL ERROR LOGGING CONSTANTS
          05 AC-ERRLOG-FILENAME        PIC X(7)  VALUE 'EERRLOG'.
          05 AC-ERRRTE-PROGRAM-NAME    PIC X(7)  VALUE 'EERRRTE'.
      *      ITSM INCIDENT REGISTER CONSTANTS
          05 AC-INCID-FILENAME         PIC X(6)  VALUE 'EINCID'.
      *      GENERAL PROCESS CONSTANTS
          05 AC-REG-USER-FILENAME      PIC X(7)  VALUE 'EREGUSR'.
          05 AC-UIDREG-FILENAME        PIC X(7)  VALUE 'EUIDREG'.
          05 AC-AUDIT-FILENAME         PIC X(7)  VALUE 'EAUDIT'.
          05 AC-AUDANC-FILENAME        PIC X(7)  VALUE 'EAUDANC'.
          05 AC-ACTHIST-FILENAME       PIC X(7)  VALUE 'EACTHST'.
