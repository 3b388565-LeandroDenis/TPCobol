      *       propio motivo a los clientes dados de baja.
      *   LD  Cerrojo CLIENTES.LCK tomado durante la aplicacion,
      *       compartido con SUBPGR y las consultas.
      *   LD  Vinculo del cliente con su cuenta corporativa
      *       (NOV-CUIT-EMPRESA -> CLI-CUIT-EMPRESA); en una
      *       modificacion, blanco = no tocar y todo ceros = volver
      *       a cliente particular.
      *   LD  Vencimiento de la licencia de conducir
      *       (NOV-VENCE-LICENCIA -> CLI-VENCE-LICENCIA); en una
      *       modificacion, blanco = no tocar. TP-PARTE-1 rechaza el
      *       alquiler sin chofer con la licencia vencida.
      *   LD  Tipo de documento en el alta (NOV-TIPO-DOC: "D" DNI,
      *       "C" CUIT/CUIL, "P" pasaporte) y control de formato del
      *       documento segun el tipo (mismas reglas que el motivo 20
      *       de TP-PARTE-1); un alta con tipo desconocido o documento
      *       mal formado se rechaza sin tocar CLIENTES.TXT.
      *   LD  Marcas de rebote de email y telefono (NOTIFICA): el
      *       alta las deja en blanco y una modificacion que informa
      *       email o telefono nuevo levanta la marca del dato.
      *   LD  CBU del cliente para las devoluciones (NOV-CBU ->
      *       CLI-CBU) con control de sus dos digitos verificadores;
      *       invalida rechaza el movimiento. En una modificacion,
      *       blanco = no tocar y todo ceros = borrar.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI-NOV.
      * Limite de credito; 0 = sin limite. Sobre el saldo de la
      * ultima corrida de PAGOS el merge bloquea con motivo 14.
           03 CLI-LIMITE-CRED  PIC 9(7)V99.
      * CUIT de la cuenta corporativa (EMPRESAS.DAT) que paga los
      * alquileres del cliente; blanco = cliente particular.
           03 CLI-CUIT-EMPRESA PIC X(11).
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CLI-VENCE-LICENCIA PIC 9(8).
      * Rebote informado por el gateway de avisos (NOTIFICA): "S"
      * = el email / telefono reboto y no se vuelve a usar hasta
      * que CLI-NOV lo cambie; blanco = utilizable.
           03 CLI-REBOTE-EMAIL PIC X.
           03 CLI-REBOTE-TEL   PIC X.
      * CBU de la cuenta bancaria del cliente (22 digitos) para
      * las devoluciones por transferencia (REEMBOLSOS); blanco
      * = sin dato.
           03 CLI-CBU          PIC X(22).

      * Novedades de clientes: "A" alta, "M" modificacion (los campos
      * en blanco no se tocan), "B" baja logica.
      * Limite de credito en 9 digitos (9(7)V99); blanco = no tocar
      * (alta: 0 = sin limite).
           03 NOV-LIMITE-CRED   PIC X(9).
      * CUIT de la empresa que paga (EMPRESAS.DAT); blanco = no tocar
      * (alta: particular), todo ceros = desvincular.
           03 NOV-CUIT-EMPRESA  PIC X(11).
      * Vencimiento de la licencia de conducir (AAAAMMDD); blanco = no
      * tocar (alta: 0, sin dato).
           03 NOV-VENCE-LICENCIA PIC X(8).
      * Tipo del documento, solo para el alta: "D" DNI, "C" CUIT/CUIL,
      * "P" pasaporte (controla el formato de NOV-DOCUMENTO).
           03 NOV-TIPO-DOC       PIC X.
      * CBU para las devoluciones (REEMBOLSOS), 22 digitos con sus
      * dos verificadores; blanco = no tocar (alta: sin CBU), todo
      * ceros = borrar.
           03 NOV-CBU            PIC X(22).

       FD  INFORME LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLI-NOVEDADES-INFORME.DAT".
       01  WS-CANT-RECHAZADOS  PIC 9(5)    VALUE 0.
       01  WS-MOV-VALIDO       PIC X(2).
       01  WS-MOTIVO-RECH      PIC X(40).
      * Formato del documento por tipo: caracter por caracter, y
      * los pesos del digito verificador del CUIT/CUIL.
       01  WS-DOC-MAL-FORMADO  PIC X(2).
       01  WS-FMT-DOC.
           03 WS-FMT-CAR       PIC X OCCURS 20 TIMES.
       01  WS-FMT-IDX          PIC 99.
       01  WS-FMT-LARGO        PIC 99.
       01  WS-FMT-CANT-DIG     PIC 99.
       01  WS-FMT-CANT-ALFA    PIC 99.
       01  WS-FMT-DIGITO       PIC 9.
       01  WS-FMT-SUMA         PIC 9(4).
       01  WS-FMT-COCIENTE     PIC 9(4).
       01  WS-FMT-RESTO        PIC 99.
       01  WS-FMT-VERIF        PIC 99.
       01  WS-FMT-PESOS-VAL    PIC X(10)   VALUE "5432765432".
       01  WS-FMT-PESOS REDEFINES WS-FMT-PESOS-VAL.
           03 WS-FMT-PESO      PIC 9 OCCURS 10 TIMES.
      * CBU: dos bloques (8 y 14 digitos) con verificador modulo 10
      * sobre la suma ponderada 7139713 / 3971397139713.
       01  WS-CBU-MAL-FORMADO  PIC X(2).
       01  WS-CBU.
           03 WS-CBU-CAR       PIC X OCCURS 22 TIMES.
       01  WS-CBU-SUMA-1       PIC 9(4).
       01  WS-CBU-SUMA-2       PIC 9(4).
       01  WS-CBU-SUMA         PIC 9(4).
       01  WS-CBU-POS-VERIF    PIC 99.
       01  WS-CBU-PESOS-VAL    PIC X(22)
                               VALUE "7139713039713971397130".
       01  WS-CBU-PESOS REDEFINES WS-CBU-PESOS-VAL.
           03 WS-CBU-PESO      PIC 9 OCCURS 22 TIMES.

       01  PE1-ENCABE.
           03 FILLER           PIC X(52) VALUE
      *-----------------------------------------------------------------
      *******
       052-APLICAR-ALTA.
      *******
           PERFORM 058-VALIDAR-DOCUMENTO.
           PERFORM 059-VALIDAR-CBU.
           IF NOV-TIPO-DOC NOT = "D" AND NOV-TIPO-DOC NOT = "C" AND
               NOV-TIPO-DOC NOT = "P"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Tipo de documento no reconocido" TO WS-MOTIVO-RECH
           ELSE
           IF WS-DOC-MAL-FORMADO = "SI"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Documento con formato invalido" TO WS-MOTIVO-RECH
           ELSE
           IF WS-CBU-MAL-FORMADO = "SI"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "CBU con formato invalido" TO WS-MOTIVO-RECH
           ELSE
               PERFORM 053-GRABAR-ALTA.
      *******
       053-GRABAR-ALTA.
      *******
           MOVE NOV-NUMERO TO CLI-NUMERO.
           MOVE NOV-FEC-ALTA TO CLI-FEC-ALTA.
           ELSE
               MOVE 0 TO CLI-LIMITE-CRED.
           MOVE NOV-LICENCIA TO CLI-LICENCIA-COND.
           IF NOV-CUIT-EMPRESA = ALL "0"
               MOVE SPACES TO CLI-CUIT-EMPRESA
           ELSE
               MOVE NOV-CUIT-EMPRESA TO CLI-CUIT-EMPRESA.
           IF NOV-VENCE-LICENCIA IS NUMERIC
               MOVE NOV-VENCE-LICENCIA TO CLI-VENCE-LICENCIA
           ELSE
               MOVE 0 TO CLI-VENCE-LICENCIA.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
           IF NOV-CBU = ALL "0"
               MOVE SPACES TO CLI-CBU
           ELSE
               MOVE NOV-CBU TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO = "22"
               MOVE "NO" TO WS-MOV-VALIDO
       054-APLICAR-MODIFICACION.
      *******
      * Solo pisa los campos informados; lo demas queda como estaba.
           PERFORM 059-VALIDAR-CBU.
           MOVE NOV-NUMERO TO CLI-NUMERO.
           READ CLIENTES
               INVALID KEY CONTINUE.
           IF CLI-ESTADO NOT = "00"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "Numero no existe" TO WS-MOTIVO-RECH
           ELSE
           IF WS-CBU-MAL-FORMADO = "SI"
               MOVE "NO" TO WS-MOV-VALIDO
               MOVE "CBU con formato invalido" TO WS-MOTIVO-RECH
           ELSE
               IF NOV-TELEFONO NOT = SPACES
                   MOVE NOV-TELEFONO TO CLI-TELEFONO
                   MOVE SPACE TO CLI-REBOTE-TEL
               END-IF
               IF NOV-DIRECCION NOT = SPACES
                   MOVE NOV-DIRECCION TO CLI-DIRECCION
               END-IF
               IF NOV-EMAIL NOT = SPACES
                   MOVE NOV-EMAIL TO CLI-EMAIL
                   MOVE SPACE TO CLI-REBOTE-EMAIL
               END-IF
               IF NOV-LICENCIA NOT = SPACES
                   MOVE NOV-LICENCIA TO CLI-LICENCIA-COND
               END-IF
               IF NOV-VENCE-LICENCIA IS NUMERIC
                   MOVE NOV-VENCE-LICENCIA TO CLI-VENCE-LICENCIA
               END-IF
               IF NOV-LIMITE-CRED IS NUMERIC
                   MOVE NOV-LIMITE-CRED TO CLI-LIMITE-CRED(1:9)
               END-IF
               IF NOV-CUIT-EMPRESA = ALL "0"
                   MOVE SPACES TO CLI-CUIT-EMPRESA
               ELSE
               IF NOV-CUIT-EMPRESA NOT = SPACES
                   MOVE NOV-CUIT-EMPRESA TO CLI-CUIT-EMPRESA
               END-IF
               END-IF
               IF NOV-CBU = ALL "0"
                   MOVE SPACES TO CLI-CBU
               ELSE
               IF NOV-CBU NOT = SPACES
                   MOVE NOV-CBU TO CLI-CBU
               END-IF
               END-IF
               REWRITE CLI
               IF CLI-ESTADO NOT = "00" AND CLI-ESTADO NOT = "02"
                   DISPLAY "ERROR EN REWRITE CLIENTES FS: " CLI-ESTADO
                   DISPLAY "ERROR EN REWRITE CLIENTES FS: " CLI-ESTADO
                   STOP RUN.
      *-----------------------------------------------------------------
      *******
       058-VALIDAR-DOCUMENTO.
      *******
      * Deja en WS-DOC-MAL-FORMADO si NOV-DOCUMENTO no respeta el
      * formato de su tipo: DNI ("D") de 7 u 8 digitos, CUIT/CUIL
      * ("C") de 11 digitos con verificador modulo 11, pasaporte
      * ("P") de letras y digitos sin blancos intermedios.
           MOVE "NO" TO WS-DOC-MAL-FORMADO.
           MOVE NOV-DOCUMENTO TO WS-FMT-DOC.
           MOVE 0 TO WS-FMT-LARGO.
           MOVE 0 TO WS-FMT-CANT-DIG.
           MOVE 0 TO WS-FMT-CANT-ALFA.
           PERFORM 0581-CONTAR-CARACTER VARYING WS-FMT-IDX FROM 1
               BY 1 UNTIL WS-FMT-IDX > 20.
           EVALUATE NOV-TIPO-DOC
               WHEN "D"
                   IF WS-FMT-LARGO < 7 OR WS-FMT-LARGO > 8 OR
                       WS-FMT-CANT-DIG NOT = WS-FMT-LARGO
                       MOVE "SI" TO WS-DOC-MAL-FORMADO
                   END-IF
               WHEN "C"
                   IF WS-FMT-LARGO NOT = 11 OR
                       WS-FMT-CANT-DIG NOT = 11
                       MOVE "SI" TO WS-DOC-MAL-FORMADO
                   ELSE
                       PERFORM 0582-VERIFICAR-CUIT
                   END-IF
               WHEN "P"
                   IF WS-FMT-LARGO = 0 OR
                       WS-FMT-CANT-ALFA NOT = WS-FMT-LARGO
                       MOVE "SI" TO WS-DOC-MAL-FORMADO
                   END-IF
           END-EVALUATE.
      *******
       0581-CONTAR-CARACTER.
      *******
      * Largo hasta el ultimo caracter no blanco; un blanco adelante o
      * en el medio deja las cuentas por debajo del largo.
           IF WS-FMT-CAR(WS-FMT-IDX) NOT = SPACE
               MOVE WS-FMT-IDX TO WS-FMT-LARGO.
           IF WS-FMT-CAR(WS-FMT-IDX) IS NUMERIC
               ADD 1 TO WS-FMT-CANT-DIG
               ADD 1 TO WS-FMT-CANT-ALFA
           ELSE
               IF WS-FMT-CAR(WS-FMT-IDX) IS ALPHABETIC-UPPER AND
                   WS-FMT-CAR(WS-FMT-IDX) NOT = SPACE
                   ADD 1 TO WS-FMT-CANT-ALFA.
      *******
       0582-VERIFICAR-CUIT.
      *******
      * Digito verificador: 11 menos el resto de la suma ponderada
      * (5432765432) de los 10 primeros digitos; 11 da 0 y 10 no es
      * un CUIT/CUIL valido.
           MOVE 0 TO WS-FMT-SUMA.
           PERFORM 0583-SUMAR-DIGITO-CUIT VARYING WS-FMT-IDX FROM 1
               BY 1 UNTIL WS-FMT-IDX > 10.
           DIVIDE WS-FMT-SUMA BY 11 GIVING WS-FMT-COCIENTE
               REMAINDER WS-FMT-RESTO.
           COMPUTE WS-FMT-VERIF = 11 - WS-FMT-RESTO.
           IF WS-FMT-VERIF = 11
               MOVE 0 TO WS-FMT-VERIF.
           MOVE WS-FMT-CAR(11) TO WS-FMT-DIGITO.
           IF WS-FMT-VERIF = 10 OR WS-FMT-DIGITO NOT = WS-FMT-VERIF
               MOVE "SI" TO WS-DOC-MAL-FORMADO.
      *******
       0583-SUMAR-DIGITO-CUIT.
      *******
           MOVE WS-FMT-CAR(WS-FMT-IDX) TO WS-FMT-DIGITO.
           COMPUTE WS-FMT-SUMA = WS-FMT-SUMA +
               WS-FMT-DIGITO * WS-FMT-PESO(WS-FMT-IDX).
      *-----------------------------------------------------------------
      *******
       059-VALIDAR-CBU.
      *******
      * Deja en WS-CBU-MAL-FORMADO si NOV-CBU informada no son 22
      * digitos o falla alguno de sus dos verificadores (posiciones
      * 8 y 22): 10 menos el resto por 10 de la suma ponderada del
      * bloque, con 10 como 0. En blanco no se controla.
           MOVE "NO" TO WS-CBU-MAL-FORMADO.
           IF NOV-CBU NOT = SPACES
               IF NOV-CBU NOT NUMERIC
                   MOVE "SI" TO WS-CBU-MAL-FORMADO
               ELSE
                   MOVE NOV-CBU TO WS-CBU
                   MOVE 0 TO WS-CBU-SUMA-1
                   MOVE 0 TO WS-CBU-SUMA-2
                   PERFORM 0591-SUMAR-DIGITO-CBU VARYING WS-FMT-IDX
                       FROM 1 BY 1 UNTIL WS-FMT-IDX > 22
                   MOVE WS-CBU-SUMA-1 TO WS-CBU-SUMA
                   MOVE 8 TO WS-CBU-POS-VERIF
                   PERFORM 0592-VERIFICAR-BLOQUE-CBU
                   MOVE WS-CBU-SUMA-2 TO WS-CBU-SUMA
                   MOVE 22 TO WS-CBU-POS-VERIF
                   PERFORM 0592-VERIFICAR-BLOQUE-CBU.
      *******
       0591-SUMAR-DIGITO-CBU.
      *******
           MOVE WS-CBU-CAR(WS-FMT-IDX) TO WS-FMT-DIGITO.
           IF WS-FMT-IDX < 9
               COMPUTE WS-CBU-SUMA-1 = WS-CBU-SUMA-1 +
                   WS-FMT-DIGITO * WS-CBU-PESO(WS-FMT-IDX)
           ELSE
               COMPUTE WS-CBU-SUMA-2 = WS-CBU-SUMA-2 +
                   WS-FMT-DIGITO * WS-CBU-PESO(WS-FMT-IDX).
      *******
       0592-VERIFICAR-BLOQUE-CBU.
      *******
           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-FMT-COCIENTE
               REMAINDER WS-FMT-RESTO.
           COMPUTE WS-FMT-VERIF = 10 - WS-FMT-RESTO.
           IF WS-FMT-VERIF = 10
               MOVE 0 TO WS-FMT-VERIF.
           MOVE WS-CBU-CAR(WS-CBU-POS-VERIF) TO WS-FMT-DIGITO.
           IF WS-FMT-DIGITO NOT = WS-FMT-VERIF
               MOVE "SI" TO WS-CBU-MAL-FORMADO.
      *-----------------------------------------------------------------
      *******
       070-CERRAR-ARCHIVOS.
      *******
