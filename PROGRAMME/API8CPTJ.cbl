       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CPTJ.
      *===============================================================
      *    SERVICE DE TENUE DES COMPTEURS JOURNALIERS PAR COMPTE
      *    API8.COMPTEURJOUR porte une ligne par compte et par
      *    journee comptable (ID_COMPTE, DATE_COMPTABLE) :
      *       NB_DEBITS       nombre de debits clients du jour
      *                       (retraits especes 'R' et jambes
      *                       sortantes de virement 'S')
      *       TOTAL_DEBITS    montant cumule de ces debits
      *       TOTAL_RETRAITS  dont retraits especes 'R'
      *       TOTAL_VIREXT    dont virements vers un IBAN externe
      *                       (jambe 'S' deposee sur API8.VIREXT)
      *    Les controles de plafond journalier et de velocite
      *    (API8RET, API8SRTR, API8SVIR, API8VIR) lisent cette seule
      *    ligne au lieu de cumuler API8.OPERATION a chaque demande.
      *    Chaque programme qui poste un 'R' ou un 'S' appelle ce
      *    service juste apres l'INSERT de l'operation, et API8ANNU
      *    l'appelle en sens '-' quand il annule un retrait : pas de
      *    COMMIT ici, la mise a jour suit l'unite de travail de
      *    l'appelant. La ligne est amorcee au premier debit du jour.
      *    Une erreur n'empeche jamais le posting : l'ecart est
      *    signale la nuit par le controle API8CPTC, qui rapproche
      *    les compteurs des totaux reels d'API8.OPERATION.
      *
      *    Appel :  CALL 'API8CPTJ' USING CPTJ-ZONE
      *       CPTJ-ID-COMPTE         compte debite
      *       CPTJ-DATE-COMPTABLE    journee comptable estampillee
      *                              sur l'operation (AAAAMMJJ) ; a
      *                              blanc, la journee ouverte
      *       CPTJ-NATURE            'R' retrait especes, 'S'
      *                              virement interne, 'X' virement
      *                              externe
      *       CPTJ-SENS              '+' posting, '-' annulation
      *       CPTJ-MONTANT           montant de l'operation
      *       CPTJ-CODE-RETOUR       '0' compteur tenu, 'E' erreur
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DELTA-NB            PIC S9(9) COMP.
       01  WS-DELTA-DEBITS        PIC S9(9)V99 COMP-3.
       01  WS-DELTA-RETRAITS      PIC S9(9)V99 COMP-3.
       01  WS-DELTA-VIREXT        PIC S9(9)V99 COMP-3.

       LINKAGE SECTION.
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION USING CPTJ-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO CPTJ-CODE-RETOUR.

           IF CPTJ-NATURE NOT = 'R' AND CPTJ-NATURE NOT = 'S'
              AND CPTJ-NATURE NOT = 'X'
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

           IF CPTJ-DATE-COMPTABLE = SPACES
              OR CPTJ-DATE-COMPTABLE = LOW-VALUES
              PERFORM 1000-LIRE-DATE-COMPTABLE
                 THRU 1000-LIRE-DATE-COMPTABLE-EXIT
           END-IF.

           PERFORM 1100-CALCULER-DELTAS
              THRU 1100-CALCULER-DELTAS-EXIT.

           PERFORM 2000-MAJ-COMPTEUR
              THRU 2000-MAJ-COMPTEUR-EXIT.

      *    Annulation d'un debit d'une journee sans ligne (debit
      *    poste avant la tenue des compteurs) : rien a retrancher
           IF SQLCODE = 100 AND CPTJ-SENS = '-'
              MOVE '0' TO CPTJ-CODE-RETOUR
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

           IF SQLCODE = 100
              PERFORM 2100-AMORCER-COMPTEUR
                 THRU 2100-AMORCER-COMPTEUR-EXIT
           END-IF.

           IF SQLCODE = 0
              MOVE '0' TO CPTJ-CODE-RETOUR
           END-IF.

       0000-MAIN-PROCEDURE-EXIT.
           GOBACK.

       1000-LIRE-DATE-COMPTABLE.
           MOVE SPACES TO CPTJ-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :CPTJ-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR CPTJ-DATE-COMPTABLE = SPACES
              ACCEPT CPTJ-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

       1000-LIRE-DATE-COMPTABLE-EXIT.
           EXIT.

       1100-CALCULER-DELTAS.
           MOVE 1 TO WS-DELTA-NB.
           MOVE CPTJ-MONTANT TO WS-DELTA-DEBITS.
           IF CPTJ-SENS = '-'
              MOVE -1 TO WS-DELTA-NB
              COMPUTE WS-DELTA-DEBITS = 0 - CPTJ-MONTANT
           END-IF.

           MOVE 0 TO WS-DELTA-RETRAITS.
           MOVE 0 TO WS-DELTA-VIREXT.
           EVALUATE CPTJ-NATURE
              WHEN 'R'
                 MOVE WS-DELTA-DEBITS TO WS-DELTA-RETRAITS
              WHEN 'X'
                 MOVE WS-DELTA-DEBITS TO WS-DELTA-VIREXT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       1100-CALCULER-DELTAS-EXIT.
           EXIT.

       2000-MAJ-COMPTEUR.
           EXEC SQL
              UPDATE API8.COMPTEURJOUR
              SET NB_DEBITS = NB_DEBITS + :WS-DELTA-NB,
                  TOTAL_DEBITS = TOTAL_DEBITS + :WS-DELTA-DEBITS,
                  TOTAL_RETRAITS = TOTAL_RETRAITS + :WS-DELTA-RETRAITS,
                  TOTAL_VIREXT = TOTAL_VIREXT + :WS-DELTA-VIREXT,
                  DATE_MAJ = CURRENT TIMESTAMP
              WHERE ID_COMPTE = :CPTJ-ID-COMPTE
                AND DATE_COMPTABLE = :CPTJ-DATE-COMPTABLE
           END-EXEC.

       2000-MAJ-COMPTEUR-EXIT.
           EXIT.

       2100-AMORCER-COMPTEUR.
           EXEC SQL
              INSERT INTO API8.COMPTEURJOUR
                 (ID_COMPTE, DATE_COMPTABLE, NB_DEBITS, TOTAL_DEBITS,
                  TOTAL_RETRAITS, TOTAL_VIREXT, DATE_MAJ)
              VALUES
                 (:CPTJ-ID-COMPTE, :CPTJ-DATE-COMPTABLE, :WS-DELTA-NB,
                  :WS-DELTA-DEBITS, :WS-DELTA-RETRAITS,
                  :WS-DELTA-VIREXT, CURRENT TIMESTAMP)
           END-EXEC.

      *    Ligne amorcee entre-temps par une autre transaction sur
      *    le meme compte : la mise a jour est rejouee
           IF SQLCODE = -803
              PERFORM 2000-MAJ-COMPTEUR
                 THRU 2000-MAJ-COMPTEUR-EXIT
           END-IF.

       2100-AMORCER-COMPTEUR-EXIT.
           EXIT.
