      *Skeleton COBOL Copybook - Team 3 - 10/15/2026
      * AUTHORIZATION DECLINE REASON CODES AS LOGGED ON DECLINE.TXT
      * AND THE WORDING REPORTS PRINT FOR EACH. A CODE NOT ON THE
      * TABLE PRINTS AS ITSELF.
       01  WS-DCL-RSN-VALUES.
           03  FILLER PIC X(30) VALUE
               'NFNO SUCH ACCOUNT             '.
           03  FILLER PIC X(30) VALUE
               'CLACCOUNT CLOSED              '.
           03  FILLER PIC X(30) VALUE
               'FRACCOUNT FROZEN              '.
           03  FILLER PIC X(30) VALUE
               'COACCOUNT CHARGED OFF         '.
           03  FILLER PIC X(30) VALUE
               'EXCARD EXPIRED                '.
           03  FILLER PIC X(30) VALUE
               'NACARD NOT ACTIVATED          '.
           03  FILLER PIC X(30) VALUE
               'LSCARD LOST OR STOLEN         '.
           03  FILLER PIC X(30) VALUE
               'OLOVER CREDIT LIMIT           '.
           03  FILLER PIC X(30) VALUE
               'CAOVER CASH ADVANCE CEILING   '.
           03  FILLER PIC X(30) VALUE
               'DPDUPLICATE CHARGE            '.
           03  FILLER PIC X(30) VALUE
               'AVADDRESS VERIFICATION FAILED '.
           03  FILLER PIC X(30) VALUE
               'BCCATEGORY BLOCKED BY HOLDER  '.
           03  FILLER PIC X(30) VALUE
               'TCOVER HOLDER PER-CHARGE CAP  '.
       01  WS-DCL-RSN-TABLE REDEFINES WS-DCL-RSN-VALUES.
           03  WS-DCL-RSN-ENTRY OCCURS 13 TIMES.
               05  WS-DCL-RSN-CODE     PIC X(2).
               05  WS-DCL-RSN-TEXT     PIC X(28).
       01  WS-DCL-RSN-MAX              PIC 9(2) VALUE 13.
       01  WS-DCL-RSN-IDX              PIC 9(2) VALUE ZERO.
