000800*  2026-08-08  RLB  ORIGINAL COPYBOOK - REPLACES THE HARD-CODED
000900*                   TABLE-OF-COUNTRIES FORMERLY CODED IN
001000*                   GuessEuropeanCapital.
001010*  2026-10-15  RLB  ENTRIES ARE NOW EFFECTIVE-DATED.  A COUNTRY
001020*                   MAY HOLD SEVERAL VERSIONS, EACH IN FORCE FROM
001030*                   CTRY-EFFECTIVE-FROM THROUGH CTRY-EFFECTIVE-TO;
001040*                   THE VERSION IN FORCE TODAY CARRIES TO-DATE
001050*                   99999999.  THE KEY IS NOW CTRY-MASTER-KEY
001060*                   (COUNTRY NAME PLUS TO-DATE), SO A START ON
001070*                   NAME + DATE FOLLOWED BY READ NEXT LANDS ON
001080*                   THE VERSION IN FORCE ON THAT DATE.  RECORD
001090*                   GREW FROM 66 TO 82 BYTES (SEE CountryConvert).
001100*****************************************************************
001200 01  CTRY-MASTER-RECORD.
001210     05  CTRY-MASTER-KEY.
001300         10  CTRY-COUNTRY-NAME       PIC X(25).
001310         10  CTRY-EFFECTIVE-TO       PIC 9(08).
001320             88  CTRY-VERSION-OPEN       VALUE 99999999.
001400     05  CTRY-CAPITAL-NAME           PIC X(25).
001500     05  CTRY-REGION-CODE            PIC X(15).
001600     05  CTRY-STATUS-CODE            PIC X(01).
001700         88  CTRY-ACTIVE                 VALUE 'A'.
001800         88  CTRY-RETIRED                VALUE 'R'.
001900     05  CTRY-EFFECTIVE-FROM         PIC 9(08).
