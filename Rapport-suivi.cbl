
      *    Interrogation du fichier de suivi des demandes : restitue
      *    pour chaque demande l'etape atteinte dans la chaine
      *    (EDITE, REJETE, REPCACHE, DIFFERE, ATTCTRL, LIBERE,
      *    DESACCORD, ADJUGE, BLOQUE, ACQUITTE, RELANCE - et pour
      *    un compose auquel un premier de remplacement a ete
      *    propose : SUGGERE, SUGLIBERE, SUGACCEPTE, SUGRELANCE - et
      *    pour une demande annulee : ANNULE si elle a ete ecartee
      *    avant liberation, REVOCATION, REVOQUE, REVRELANCE quand
      *    un retrait a ete emis apres liberation) avec
      *    la date et l'heure de la derniere mise a jour. La carte
      *    parametre SYSIN comporte deux lignes : numero de demande
      *    (blanc = toutes) et code departement (blanc = tous). Le
      *    fichier de suivi est alimente par l'edition amont, le
      *    screening, la seconde verification, l'adjudication, le
      *    traitement des annulations et le traitement des accuses.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
