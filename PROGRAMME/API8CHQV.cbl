      *    tires API8.CHQTIRE, alimente par la presentation
      *    API8CHQP) - paiement sur justificatif au lieu de payer
      *    tout ce qui porte de l'encre.
      *    Un numero couvert par une opposition active du registre
      *    API8.OPPOCHQ (cheque, plage ou carnet perdu, vole ou
      *    utilise frauduleusement, pose par API8OPCQ) n'est pas
      *    payable : le numero de l'opposition est rendu a
      *    l'appelant pour tracer la presentation.
      *
      *    Appel :  CALL 'API8CHQV' USING CHQV-ZONE
      *       CHQV-ID-COMPTE     compte tire
      *       CHQV-CODE-RETOUR   '00' payable, '01' serie jamais
      *                          remise au client (ou carnet non
      *                          livre), '02' numero deja paye,
      *                          '03' opposition active,
      *                          '99' erreur base
      *       CHQV-ID-OPPO-CHQ   opposition rencontree (si '03')
      *       CHQV-MOTIF-OPPO    motif de l'opposition (si '03') :
      *                          'P' perte, 'V' vol, 'F' fraude
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-NB-CARNETS          PIC S9(9) COMP.
       01  WS-NB-PAYES            PIC S9(9) COMP.
       01  WS-OPPO-NULL-IND       PIC S9(4) COMP.

       LINKAGE SECTION.
       01  CHQV-ZONE.
           05  CHQV-ID-COMPTE     PIC S9(9) COMP.
           05  CHQV-NUM-CHEQUE    PIC S9(7) COMP.
           05  CHQV-CODE-RETOUR   PIC X(2).
           05  CHQV-ID-OPPO-CHQ   PIC S9(9) COMP.
           05  CHQV-MOTIF-OPPO    PIC X(1).

       PROCEDURE DIVISION USING CHQV-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE '99' TO CHQV-CODE-RETOUR.
           MOVE 0 TO CHQV-ID-OPPO-CHQ.
           MOVE SPACE TO CHQV-MOTIF-OPPO.

      *    Le numero doit tomber dans la plage d'un carnet LIVRE du
      *    compte - un carnet commande mais pas encore remis au
              GOBACK
           END-IF.

      *    Opposition active couvrant le numero : la plus ancienne
      *    est retenue pour la trace de la presentation
           EXEC SQL
              SELECT MIN(ID_OPPO_CHQ)
              INTO :CHQV-ID-OPPO-CHQ :WS-OPPO-NULL-IND
              FROM API8.OPPOCHQ
              WHERE ID_COMPTE = :CHQV-ID-COMPTE
                AND STATUT_OPPO = 'A'
                AND NUM_DEBUT <= :CHQV-NUM-CHEQUE
                AND NUM_FIN >= :CHQV-NUM-CHEQUE
           END-EXEC.

           IF SQLCODE NOT = 0
              GOBACK
           END-IF.

           IF WS-OPPO-NULL-IND NOT = -1
              EXEC SQL
                 SELECT MOTIF_OPPO
                 INTO :CHQV-MOTIF-OPPO
                 FROM API8.OPPOCHQ
                 WHERE ID_OPPO_CHQ = :CHQV-ID-OPPO-CHQ
              END-EXEC
              MOVE '03' TO CHQV-CODE-RETOUR
              GOBACK
           END-IF.
           MOVE 0 TO CHQV-ID-OPPO-CHQ.

      *    Un numero deja paye ('P' au registre des cheques tires)
      *    ne se paie pas deux fois
           MOVE 0 TO WS-NB-PAYES.
