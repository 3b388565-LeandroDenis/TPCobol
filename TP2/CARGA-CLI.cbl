      *       entrada de carga.
      *   LD  Cerrojo CLIENTES.LCK tomado durante la carga, compartido
      *       con SUBPGR y las consultas.
      *   LD  Vencimiento de la licencia de conducir del cliente
      *       (CLI-VENCE-LICENCIA) tomado de la entrada; en blanco
      *       queda en 0.
      *   LD  Tipo de documento en la entrada (CLI2-TIPO-DOC: "D"
      *       DNI, "C" CUIT/CUIL, "P" pasaporte) y control de formato
      *       del documento segun el tipo; un cliente con tipo
      *       desconocido o documento mal formado no se carga.
      *   LD  Marcas de rebote de email y telefono (NOTIFICA) en
      *       blanco al cargar; el tipo de documento de la entrada no
      *       se arrastra al registro.
      *   LD  CBU del cliente (CLI2-CBU) tomada de la entrada con
      *       control de sus dos digitos verificadores; invalida se
      *       avisa y el cliente se carga sin CBU.
      ******************************************************************
       PROGRAM-ID. SUBPGR.
       ENVIRONMENT DIVISION.
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

       FD  CLIENTES-ENTRADA LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../CLIENTES-ENTRADA.TXT".
           03 CLI2-ESTADO-CLI   PIC X.
           03 CLI2-LICENCIA-COND PIC X(15).
           03 CLI2-LIMITE-CRED  PIC 9(7)V99.
           03 CLI2-CUIT-EMPRESA PIC X(11).
           03 CLI2-VENCE-LICENCIA PIC 9(8).
      * Tipo del documento ("D" DNI, "C" CUIT/CUIL, "P" pasaporte);
      * solo controla el formato, no se graba en CLIENTES.TXT.
           03 CLI2-TIPO-DOC     PIC X.
      * CBU para devoluciones (22 digitos con sus dos digitos
      * verificadores); en blanco o invalida se carga sin CBU.
           03 CLI2-CBU          PIC X(22).

      * Cerrojo de acceso a CLIENTES.TXT, compartido con SUBPGR y las
      * consultas: se toma antes de abrir I-O y se suelta al cerrar.
       01  ENTRADA-ESTADO      PIC XX.
       01  WS-CANT-CARGADOS    PIC 9(5)    VALUE 0.
       01  WS-CANT-DUPLICADOS  PIC 9(5)    VALUE 0.
       01  WS-CANT-INVALIDOS   PIC 9(5)    VALUE 0.
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
       01  WS-CANT-SIN-CBU     PIC 9(5)    VALUE 0.
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
       PROCEDURE DIVISION.
               PERFORM CLIENTE-ABRIR-ARCHIVO.
               PERFORM LEER-ENTRADA.
               DISPLAY "CLIENTES.TXT CARGADOS: " WS-CANT-CARGADOS.
               DISPLAY "CLIENTES.TXT DUPLICADOS IGNORADOS: "
                   WS-CANT-DUPLICADOS.
               DISPLAY "CLIENTES CON DOCUMENTO INVALIDO IGNORADOS: "
                   WS-CANT-INVALIDOS.
               DISPLAY "CLIENTES CARGADOS SIN CBU POR CBU INVALIDA: "
                   WS-CANT-SIN-CBU.
               PERFORM CLIENTE-CERRAR-ARCHIVO.
           STOP RUN.

               MOVE "N" TO WS-LOCK-TOMADO.

       CARGAR-CLIENTE.
           PERFORM VALIDAR-DOCUMENTO.
           IF (CLI2-TIPO-DOC NOT = "D" AND CLI2-TIPO-DOC NOT = "C" AND
               CLI2-TIPO-DOC NOT = "P") OR WS-DOC-MAL-FORMADO = "SI"
               DISPLAY "DOCUMENTO INVALIDO PARA EL TIPO, SE IGNORA: "
                   CLI2-NUMERO " " CLI2-TIPO-DOC " " CLI2-DOCUMENTO
               ADD 1 TO WS-CANT-INVALIDOS
           ELSE
               PERFORM GRABAR-CLIENTE.
           PERFORM LEER-ENTRADA.

       GRABAR-CLIENTE.
           IF CLI2-ESTADO-CLI = SPACE
               MOVE "A" TO CLI2-ESTADO-CLI.
      * Entradas sin vencimiento de licencia: se graba 0 (sin dato).
           IF CLI2-VENCE-LICENCIA NOT NUMERIC
               MOVE 0 TO CLI2-VENCE-LICENCIA.
           MOVE CLI2 TO CLI.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
      * La CBU se controla aparte: invalida no impide el alta, el
      * cliente queda sin CBU y se avisa.
           MOVE SPACES TO CLI-CBU.
           IF CLI2-CBU NOT = SPACES
               PERFORM VALIDAR-CBU
               IF WS-CBU-MAL-FORMADO = "SI"
                   DISPLAY "CBU INVALIDA, SE CARGA SIN CBU: "
                       CLI2-NUMERO " " CLI2-CBU
                   ADD 1 TO WS-CANT-SIN-CBU
               ELSE
                   MOVE CLI2-CBU TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO = 00
               ADD 1 TO WS-CANT-CARGADOS
           ELSE
               ELSE
                   DISPLAY "ERROR EN WRITE CLIENTES FS: " CLI-ESTADO
                   STOP RUN.

       VALIDAR-DOCUMENTO.
      * Deja en WS-DOC-MAL-FORMADO si CLI2-DOCUMENTO no respeta el
      * formato de su tipo: DNI ("D") de 7 u 8 digitos, CUIT/CUIL
      * ("C") de 11 digitos con verificador modulo 11, pasaporte
      * ("P") de letras y digitos sin blancos intermedios.
           MOVE "NO" TO WS-DOC-MAL-FORMADO.
           MOVE CLI2-DOCUMENTO TO WS-FMT-DOC.
           MOVE 0 TO WS-FMT-LARGO.
           MOVE 0 TO WS-FMT-CANT-DIG.
           MOVE 0 TO WS-FMT-CANT-ALFA.
           PERFORM CONTAR-CARACTER VARYING WS-FMT-IDX FROM 1
               BY 1 UNTIL WS-FMT-IDX > 20.
           EVALUATE CLI2-TIPO-DOC
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
                       PERFORM VERIFICAR-CUIT
                   END-IF
               WHEN "P"
                   IF WS-FMT-LARGO = 0 OR
                       WS-FMT-CANT-ALFA NOT = WS-FMT-LARGO
                       MOVE "SI" TO WS-DOC-MAL-FORMADO
                   END-IF
           END-EVALUATE.

       CONTAR-CARACTER.
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

       VERIFICAR-CUIT.
      * Digito verificador: 11 menos el resto de la suma ponderada
      * (5432765432) de los 10 primeros digitos; 11 da 0 y 10 no es
      * un CUIT/CUIL valido.
           MOVE 0 TO WS-FMT-SUMA.
           PERFORM SUMAR-DIGITO-CUIT VARYING WS-FMT-IDX FROM 1
               BY 1 UNTIL WS-FMT-IDX > 10.
           DIVIDE WS-FMT-SUMA BY 11 GIVING WS-FMT-COCIENTE
               REMAINDER WS-FMT-RESTO.
           COMPUTE WS-FMT-VERIF = 11 - WS-FMT-RESTO.
           IF WS-FMT-VERIF = 11
               MOVE 0 TO WS-FMT-VERIF.
           MOVE WS-FMT-CAR(11) TO WS-FMT-DIGITO.
           IF WS-FMT-VERIF = 10 OR WS-FMT-DIGITO NOT = WS-FMT-VERIF
               MOVE "SI" TO WS-DOC-MAL-FORMADO.

       SUMAR-DIGITO-CUIT.
           MOVE WS-FMT-CAR(WS-FMT-IDX) TO WS-FMT-DIGITO.
           COMPUTE WS-FMT-SUMA = WS-FMT-SUMA +
               WS-FMT-DIGITO * WS-FMT-PESO(WS-FMT-IDX).

       VALIDAR-CBU.
      * Deja en WS-CBU-MAL-FORMADO si CLI2-CBU no son 22 digitos o
      * falla alguno de sus dos verificadores (posiciones 8 y 22):
      * 10 menos el resto por 10 de la suma ponderada del bloque,
      * con 10 como 0.
           MOVE "NO" TO WS-CBU-MAL-FORMADO.
           IF CLI2-CBU NOT NUMERIC
               MOVE "SI" TO WS-CBU-MAL-FORMADO
           ELSE
               MOVE CLI2-CBU TO WS-CBU
               MOVE 0 TO WS-CBU-SUMA-1
               MOVE 0 TO WS-CBU-SUMA-2
               PERFORM SUMAR-DIGITO-CBU VARYING WS-FMT-IDX FROM 1
                   BY 1 UNTIL WS-FMT-IDX > 22
               MOVE WS-CBU-SUMA-1 TO WS-CBU-SUMA
               MOVE 8 TO WS-CBU-POS-VERIF
               PERFORM VERIFICAR-BLOQUE-CBU
               MOVE WS-CBU-SUMA-2 TO WS-CBU-SUMA
               MOVE 22 TO WS-CBU-POS-VERIF
               PERFORM VERIFICAR-BLOQUE-CBU.

       SUMAR-DIGITO-CBU.
           MOVE WS-CBU-CAR(WS-FMT-IDX) TO WS-FMT-DIGITO.
           IF WS-FMT-IDX < 9
               COMPUTE WS-CBU-SUMA-1 = WS-CBU-SUMA-1 +
                   WS-FMT-DIGITO * WS-CBU-PESO(WS-FMT-IDX)
           ELSE
               COMPUTE WS-CBU-SUMA-2 = WS-CBU-SUMA-2 +
                   WS-FMT-DIGITO * WS-CBU-PESO(WS-FMT-IDX).

       VERIFICAR-BLOQUE-CBU.
           DIVIDE WS-CBU-SUMA BY 10 GIVING WS-FMT-COCIENTE
               REMAINDER WS-FMT-RESTO.
           COMPUTE WS-FMT-VERIF = 10 - WS-FMT-RESTO.
           IF WS-FMT-VERIF = 10
               MOVE 0 TO WS-FMT-VERIF.
           MOVE WS-CBU-CAR(WS-CBU-POS-VERIF) TO WS-FMT-DIGITO.
           IF WS-FMT-DIGITO NOT = WS-FMT-VERIF
               MOVE "SI" TO WS-CBU-MAL-FORMADO.

       LEER-ENTRADA.
           READ CLIENTES-ENTRADA INTO CLI2
