      *    ENVOI DE LA REPONSE
      *    AU PROGRAMME APPELANT

           MOVE E-VENTES TO W-VENTES(1:84)

           EVALUATE W-VE-RC-CICS-1
               WHEN DFHRESP(NORMAL)
