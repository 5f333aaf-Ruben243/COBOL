                           WHEN "VF-ABONO"
                           WHEN "NOMINA-AB"
                           WHEN "TRANSF-DEV"
                           WHEN "TRANSF-RCH"
                           WHEN "DOMIC-DEV"
                           WHEN "COBRO-EMP"
                           WHEN "LOTE-ABONO"
                           WHEN "BARR-CRE"
      *                    EL APUNTE DE AJUSTE LLEVA SU PROPIO SIGNO
                           WHEN "AJUSTE"
                               ADD WS-IMPORTE-NUM
                           WHEN "ORDEN-DEB"
                           WHEN "TRANSFER"
                           WHEN "TRANSF-EXT"
                           WHEN "LOTE-PAGO"
                           WHEN "BARR-DEB"
                           WHEN "PREST-CAP"
                           WHEN "PREST-INT"
                           WHEN "PREST-AMOR"
                           WHEN "COMIS-AMOR"
                           WHEN "COMIS-APER"
                           WHEN "ALQ-CAJA"
                           WHEN "PLAZO-APER"
                           WHEN "DOMICIL"
                           WHEN "COBRO-DEV"
                           WHEN "VF-ADEUDO"
                           WHEN "INT-DEUDOR"
                           WHEN "CHQ-PROPIO"
                           WHEN "COMPRA-TAR"
                           WHEN "REINT-ATM"
                               SUBTRACT WS-IMPORTE-NUM
                                   FROM WS-SALDO-CALCULADO
                           WHEN OTHER
