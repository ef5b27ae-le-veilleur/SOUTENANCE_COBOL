      *    meme style que les releves) et le fichier de declaration a
      *    format fixe pour l'administration fiscale - interets
      *    bruts ET retenue y figurent.
      *    Les interets du livret reglemente (comptes TYPE_COMPTE
      *    'LIV', capitalises par API8LIVR) sont exoneres : ils sont
      *    exclus des interets imposables et declares a part, en
      *    interets exoneres, sur le document et sur le fichier.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 BUF-FISC-INTERETS       PIC 9(9)V99.
           05 BUF-FISC-FRAIS          PIC 9(9)V99.
           05 BUF-FISC-RETENUE        PIC 9(9)V99.
           05 BUF-FISC-INTERETS-EXO   PIC 9(6)V99.

       WORKING-STORAGE SECTION.

       01  WS-TOTAL-INTERETS         PIC S9(8)V99 COMP-3.
       01  WS-TOTAL-FRAIS            PIC S9(8)V99 COMP-3.
       01  WS-TOTAL-RETENUE          PIC S9(8)V99 COMP-3.
       01  WS-TOTAL-INTERETS-EXO     PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND-1             PIC S9(4) COMP.
       01  WS-NULL-IND-2             PIC S9(4) COMP.
       01  WS-NULL-IND-3             PIC S9(4) COMP.
       01  WS-NULL-IND-4             PIC S9(4) COMP.

       01  WS-TOTAL-INTERETS-EDIT    PIC -(7)9,99.
       01  WS-TOTAL-FRAIS-EDIT       PIC -(7)9,99.
       01  WS-TOTAL-RETENUE-EDIT     PIC -(7)9,99.
       01  WS-TOTAL-INTERETS-EXO-EDIT PIC -(7)9,99.

       01  WS-NB-CLIENTS             PIC 9(7) VALUE 0.

              IF WS-TOTAL-INTERETS NOT = ZERO
                 OR WS-TOTAL-FRAIS NOT = ZERO
                 OR WS-TOTAL-RETENUE NOT = ZERO
                 OR WS-TOTAL-INTERETS-EXO NOT = ZERO
                 PERFORM 1200-EDITER-DOCUMENT-CLIENT
                    THRU 1200-EDITER-DOCUMENT-CLIENT-EXIT
                 PERFORM 1300-ECRIRE-DECLARATION
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND C.ID_CLIENT = :WS-ID-CLIENT-CUR
                AND VALUE(C.TYPE_COMPTE, 'STD') NOT = 'LIV'
                AND O.TYPE_OP = 'I'
                AND O.ANNULE NOT = 'Y'
                AND O.DATE_OP BETWEEN :WS-PERIODE-DEB
              MOVE ZERO TO WS-TOTAL-INTERETS
           END-IF.

      *    Interets du livret reglemente : exoneres, declares a part
           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-TOTAL-INTERETS-EXO :WS-NULL-IND-4
              FROM API8.OPERATION O, API8.COMPTE C
              WHERE O.ID_COMPTE = C.ID_COMPTE
                AND C.ID_CLIENT = :WS-ID-CLIENT-CUR
                AND C.TYPE_COMPTE = 'LIV'
                AND O.TYPE_OP = 'I'
                AND O.ANNULE NOT = 'Y'
                AND O.DATE_OP BETWEEN :WS-PERIODE-DEB
                                  AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND-4 = -1
              MOVE ZERO TO WS-TOTAL-INTERETS-EXO
           END-IF.

           EXEC SQL
              SELECT SUM(O.MONTANT_OP)
              INTO :WS-TOTAL-FRAIS :WS-NULL-IND-2
           MOVE WS-TOTAL-RETENUE TO WS-TOTAL-RETENUE-EDIT.
           DISPLAY 'INTERETS BRUTS    : ' WS-TOTAL-INTERETS-EDIT.
           DISPLAY 'RETENUE A LA SOURCE : ' WS-TOTAL-RETENUE-EDIT.
           MOVE WS-TOTAL-INTERETS-EXO TO WS-TOTAL-INTERETS-EXO-EDIT.
           DISPLAY 'INTERETS EXONERES (LIVRET) : '
              WS-TOTAL-INTERETS-EXO-EDIT.
           DISPLAY 'FRAIS PRELEVES    : ' WS-TOTAL-FRAIS-EDIT.
           DISPLAY 'A REPORTER SUR VOTRE DECLARATION DE REVENUS'.
           DISPLAY '------------------------------------------------'.
           MOVE WS-TOTAL-INTERETS TO BUF-FISC-INTERETS.
           MOVE WS-TOTAL-FRAIS TO BUF-FISC-FRAIS.
           MOVE WS-TOTAL-RETENUE TO BUF-FISC-RETENUE.
           MOVE WS-TOTAL-INTERETS-EXO TO BUF-FISC-INTERETS-EXO.
           WRITE BUF-LIGNE-FISCAL.
           IF FS-FFISCAL NOT = '00'
               DISPLAY 'ERROR WRITING FFISCAL: '
