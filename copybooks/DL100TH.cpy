001194*                   FOR THE REPORT, NOW THAT THE CATEGORY LIST   *
001196*                   ITSELF IS DRIVEN FROM THIS FILE.  A BLANK    *
001198*                   NAME FALLS BACK TO THE CATEGORY CODE.        *
001206*  2026-10-15  RCH  FILE IS NOW EFFECTIVE-DATED.  THE KEY IS THE *
001214*                   CATEGORY PLUS DL100TH-EFF-DATE, ONE RECORD   *
001222*                   PER VERSION OF THE LIMITS, MAINTAINED ONLINE *
001230*                   BY DL100L.  A NEW VERSION IS WRITTEN PENDING *
001238*                   AND ONLY TAKES EFFECT ONCE A SECOND          *
001246*                   SUPERVISOR APPROVES IT.  A RETIRE VERSION    *
001254*                   STOPS THE CATEGORY BEING COUNTED FROM ITS    *
001262*                   EFFECTIVE DATE.  AN EFFECTIVE DATE OF ZERO   *
001270*                   (CONVERTED RECORDS) IS IN FORCE FOR ALL      *
001278*                   ITEM DATES.                                  *
001290*----------------------------------------------------------------*
001300 01  DL100TH-RECORD.
001400     05  DL100TH-KEY.
001410         10  DL100TH-CATEGORY        PIC X(03).
001420         10  DL100TH-EFF-DATE        PIC 9(08).
001500     05  DL100TH-THRESHOLD           PIC 9(05).
001510     05  DL100TH-SEVERE-LIMIT        PIC 9(05).
001520     05  DL100TH-AMT-THRESHOLD       PIC 9(11)V99.
001530     05  DL100TH-CAT-NAME            PIC X(20).
001536     05  DL100TH-ACTION              PIC X(01).
001542         88  DL100TH-ACT-ADD                   VALUE 'A'.
001548         88  DL100TH-ACT-CHANGE                VALUE 'C'.
001554         88  DL100TH-ACT-RETIRE                VALUE 'R'.
001560     05  DL100TH-STATUS              PIC X(01).
001566         88  DL100TH-PENDING                   VALUE 'P'.
001572         88  DL100TH-APPROVED                  VALUE 'A' ' '.
001578     05  DL100TH-ENTERED-BY          PIC X(08).
001584     05  DL100TH-APPROVED-BY         PIC X(08).
001600     05  FILLER                      PIC X(08).
