      *    Un client authentifie (arrive via API8BM1P, option 'C')
      *    peut fixer un nouveau CODE_CB sur son propre COMPTE, sans
      *    passer par une mise a jour directe en base par l'IT.
      *    Le nouveau code n'est pas range en clair : un sel neuf est
      *    tire et seule l'empreinte (API8EMPR) est posee sur tous
      *    les comptes du client, CODE_CB remis a zero.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-NEWCODE-NUM          PIC 9(4).

      *    Empreinte salee du nouveau code (service API8EMPR)
       01  WS-ID-CLIENT-EMPR       PIC 9(9).
       01  EMPR-ZONE.
           05  EMPR-ACTION        PIC X(1).
           05  EMPR-IDENTITE      PIC X(9).
           05  EMPR-SECRET        PIC X(8).
           05  EMPR-SEL           PIC X(8).
           05  EMPR-EMPREINTE     PIC X(18).

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.


       1300-CHANGER-CODE.
           MOVE NEWCODEI TO WS-NEWCODE-NUM.

      *    Sel neuf a chaque changement ; le meme sel et la meme
      *    empreinte vont sur tous les comptes du client
           MOVE 'G' TO EMPR-ACTION.
           MOVE WS-COMMUNICATION-AREA TO WS-ID-CLIENT-EMPR.
           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE NEWCODEI TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

      *    DATE_MAJ_CODE est remise a jour a chaque changement pour
      *    faire repartir le delai d'expiration
           EXEC SQL
              UPDATE API8.COMPTE
              SET CODE_CB = 0,
                  SEL_CB = :EMPR-SEL,
                  EMPREINTE_CB = :EMPR-EMPREINTE,
                  DATE_MAJ_CODE = CURRENT DATE
              WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
           END-EXEC.
