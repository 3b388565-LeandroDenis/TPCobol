      *       chofer, pasan a "T" directo y salen en su propia
      *       seccion del listado; la licencia de conducir del
      *       cliente la valido TP-PARTE-1 antes de aprobar.
      *   LD  MAESTRO.DAT con clave patente+fecha (ALQ-CLAVE) y clave
      *       alternativa por documento: cada dia alquilado de una
      *       misma patente es su propia fila y recibe chofer. El
      *       diario de avance (CHECKPOINT-TP2.DAT) asienta tambien la
      *       fecha para reconocer cada fila en una reanudacion.
      *   LD  Vencimiento de la licencia de conducir del chofer
      *       (CHM-VENCE-LICENCIA, cargado por CARGA-CHO): la
      *       asignacion automatica saltea el legajo con la licencia
      *       vencida en ALQ-FECHA.
      *   LD  Puntaje de calidad por legajo junto al ranking de
      *       choferes: reclamos de RECLAMOS.DAT (salvo los de
      *       facturacion) cada 100 alquileres terminados del legajo
      *       en MAESTRO.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP2.
           SELECT M            ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS ALQ-CLAVE
                               ALTERNATE RECORD KEY IS ALQ-NRO-DOC
                                   WITH DUPLICATES
                               FILE STATUS IS M-ESTADO.

           SELECT CHOFERES     ASSIGN TO DISK
           SELECT INFRACCIONES ASSIGN TO DISK
                               ORGANIZATION IS LINE SEQUENTIAL
                               FILE STATUS IS INFRA-ESTADO.

           SELECT OPTIONAL RECLAMOS ASSIGN TO DISK
                               ORGANIZATION IS INDEXED
                               ACCESS MODE IS SEQUENTIAL
                               RECORD KEY IS RCL-CLAVE
                               FILE STATUS IS RCL-ESTADO-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  M       LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../MAESTRO.DAT".
       01  ALQ.
           03  ALQ-CLAVE.
               05  ALQ-PATENTE     PIC X(6).
               05  ALQ-FECHA       PIC 9(8).
           03  ALQ-TIPO-DOC        PIC X.
           03  ALQ-NRO-DOC         PIC X(20).
           03  ALQ-IMPORTE         PIC 9(4)V99.
      * Clase de licencia (A < B < C): habilita tamaños segun
      * CLASES-TAMANIO.DAT.
           03 CHM-CLASE            PIC X.
      * Vencimiento de la licencia de conducir (AAAAMMDD); 0 =
      * sin dato.
           03 CHM-VENCE-LICENCIA   PIC 9(8).

      * Clase de licencia requerida por tamaño de auto; un tamaño
      * sin fila no exige clase.
      * "I"); los lee el tablero MONITOR.
           03  CTL-HORA        PIC 9(6).
           03  CTL-CANT        PIC 9(7).
      * Severidad de la corrida en el asiento "F" (la informa
      * INTEGRIDAD); aqui va en blanco.
           03  CTL-SEVERIDAD   PIC X.

      * Parametros de corrida con nombre, un archivo para toda la
      * cadena: CLAVE (20) + VALOR (60); aqui solo interesa la clave
       01  REG-CHK2.
           03 CHK2-PATENTE         PIC X(6).
           03 CHK2-EST             PIC X.
           03 CHK2-FECHA           PIC 9(8).

      * Diario de auditoria de MAESTRO.DAT: toda mutacion del indexado
      * queda asentada con imagen antes/despues (ver CONSULTA-AUD).
           03 AUD-ANTES            PIC X(51).
           03 AUD-DESPUES          PIC X(51).

      * Libro de reclamos (ver RECLAMOS): solo se cuentan por legajo
      * para el puntaje de calidad del ranking.
       FD  RECLAMOS LABEL RECORD IS STANDARD
                   VALUE OF FILE-ID IS "../RECLAMOS.DAT".
       01  RCL.
           03 RCL-CLAVE.
               05 RCL-PATENTE      PIC X(6).
               05 RCL-FECHA        PIC 9(8).
               05 RCL-SECUENCIA    PIC 9(2).
           03 RCL-TIPO-DOC         PIC X.
           03 RCL-NRO-DOC          PIC X(20).
           03 RCL-CATEGORIA        PIC X.
           03 RCL-CHOFER           PIC X(7).
           03 RCL-ESTADO           PIC X.
           03 RCL-FECHA-ALTA       PIC 9(8).
           03 RCL-FECHA-RESOL      PIC 9(8).
           03 RCL-IMPORTE-ALQ      PIC 9(4)V99.
           03 RCL-DESCRIPCION      PIC X(40).
           03 RCL-RESOLUCION       PIC X(40).
           03 RCL-IMPORTE-CREDITO  PIC 9(4)V99.

       SD  ARCH-AUX    DATA RECORD IS REG-AUX.
       01  REG-AUX.
           03  AUX-PATENTE         PIC X(6).
       01  WS-CLT-IDX          PIC 9(2).
       01  WS-CLASE-REQUERIDA  PIC X.
       01  WS-CLASE-OK         PIC X(2).
      * Licencia de conducir del legajo vigente en la fecha del
      * alquiler (CHM-VENCE-LICENCIA).
       01  WS-LIC-VIGENTE      PIC X(2).
       01  WS-MOTIVO-SIN-CHOFER PIC 9      VALUE 1.
       01  WS-CANT-TURNO-OK    PIC 9(3).
       01  WS-TABLA-CLASES.
           03 WS-CHK2 OCCURS 5000 TIMES.
               05 WS-CHK2-PATENTE  PIC X(6) VALUE SPACES.
               05 WS-CHK2-EST      PIC X VALUE SPACE.
               05 WS-CHK2-FECHA    PIC 9(8) VALUE 0.
       01  WS-AUD-ANTES        PIC X(51).
       01  WS-FECHA-AUD        PIC 9(8).

           03 FILLER           PIC X(9) VALUE 'Cantidad'.
           03 FILLER           PIC X(3) VALUE ' '.
           03 FILLER           PIC X(7) VALUE 'Importe'.
           03 FILLER           PIC X(4) VALUE ' '.
           03 FILLER           PIC X(8) VALUE 'Recl/100'.

       01  WS-TOTAL            PIC 999.
       01  WS-TOTAL-FECHA      PIC 999.
       01  WS-I                PIC 9(3).
       01  WS-J                PIC 9(3).

      * Puntaje de calidad por legajo: reclamos (RECLAMOS.DAT) cada
      * 100 alquileres terminados del legajo en MAESTRO.DAT.
       77  RCL-ESTADO-FS       PIC XX.
       77  RCL-EOF             PIC XXX     VALUE "NO".
       77  WS-TOPE-CALIDAD     PIC 9(3)    VALUE 200.
       01  WS-CANT-CALIDAD     PIC 9(3)    VALUE 0.
       01  WS-CAL-I            PIC 9(3).
       01  WS-CAL-POS          PIC 9(3).
       01  WS-CAL-LEGAJO       PIC X(7).
       01  WS-PUNTAJE          PIC 9(3)V99.
       01  WS-TABLA-CALIDAD.
           03 WS-CAL OCCURS 200 TIMES.
               05 CAL-LEGAJO       PIC X(7).
               05 CAL-ALQUILERES   PIC 9(5).
               05 CAL-RECLAMOS     PIC 9(5).

      * Alquileres sin chofer (ALQ-MODO "S"): pasan a "T" sin
      * asignacion y se listan en su propia seccion del listado.
       01  WS-CANT-SELF        PIC 9(3)    VALUE 0.
           03 RANKING-CANT      PIC 9(5).
           03 FILLER           PIC X(3) VALUE ' '.
           03 RANKING-IMPORTE   PIC ZZZZ9,99.
           03 FILLER           PIC X(4) VALUE ' '.
           03 RANKING-CALIDAD   PIC ZZ9,99.

       01  LK-TIPO-OP          PIC X.
       01  LK-NRO-DOC          PIC X(20).
                   CONTINUE
               WHEN "MEDIA-JORNADA"
                   CONTINUE
               WHEN "PUNTO-VENTA"
                   CONTINUE
               WHEN "PUNTOS-POR-PESO"
                   CONTINUE
               WHEN "PUNTOS-VALOR"
                   CONTINUE
               WHEN "PUNTOS-VENCE-MESES"
                   CONTINUE
               WHEN "MULTA-GESTION"
                   CONTINUE
               WHEN "SINIESTRO-FRANQUICIA"
                   CONTINUE
               WHEN "SINIESTRO-ASEGURADORA"
                   CONTINUE
               WHEN "PROPUESTA-PAGO-DIAS"
                   CONTINUE
               WHEN "ANONIMIZA-ANIOS"
                   CONTINUE
               WHEN "DEMANDA-TRAMO"
                   CONTINUE
               WHEN "DEMANDA-DIAS"
                   CONTINUE
               WHEN "MANT-CTRL-DESDE"
                   CONTINUE
               WHEN "MANT-CTRL-HASTA"
                   CONTINUE
               WHEN "CIERRE-PERIODO"
                   CONTINUE
               WHEN "CBU-EMPRESA"
                   CONTINUE
               WHEN "REBALANCEO-DIAS"
                   CONTINUE
               WHEN "IIBB-PERIODO"
                   CONTINUE
               WHEN "IIBB-ACT-ALQUILER"
                   CONTINUE
               WHEN "IIBB-ACT-CARGOS"
                   CONTINUE
               WHEN "PAGOS-RECONSTRUIR"
                   CONTINUE
               WHEN "COTIZ-VIGENCIA"
                   CONTINUE
               WHEN "BI-CARGA"
                   CONTINUE
               WHEN "GASTO-TOPE-PEAJE"
                   CONTINUE
               WHEN "GASTO-TOPE-ESTAC"
                   CONTINUE
               WHEN "GASTO-TOPE-COMBUS"
                   CONTINUE
               WHEN "ANTICIPO-AVISO-DIAS"
                   CONTINUE
               WHEN "ANTICIPO-RETENCION"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PARAMETROS: CLAVE DESCONOCIDA: "
                       PARM-CLAVE
               ELSE
                   MOVE 0 TO CTL-CANT
               END-IF
               MOVE SPACE TO CTL-SEVERIDAD
               WRITE REG-CONTROL
               CLOSE CONTROL-CORRIDAS
           ELSE
               IF CHM-ESTADO NOT = "00" OR
                   CHM-CLASE < WS-CLASE-REQUERIDA
                   MOVE "NO" TO WS-CLASE-OK.
      ******
       VERIFICAR-VENCE-LICENCIA.
      * Un legajo con la licencia de conducir vencida en la fecha del
      * alquiler no se elige; vencimiento en 0 (sin dato) no bloquea.
           MOVE "SI" TO WS-LIC-VIGENTE.
           MOVE CHO-NRO-LEGAJO TO CHM-LEGAJO.
           READ CHOFERES-MAE
               INVALID KEY CONTINUE
           END-READ.
           IF CHM-ESTADO = "00" AND CHM-VENCE-LICENCIA IS NUMERIC
               IF CHM-VENCE-LICENCIA > 0 AND
                   CHM-VENCE-LICENCIA < ALQ-FECHA
                   MOVE "NO" TO WS-LIC-VIGENTE.
      ******
       CONTAR-DIAS-SEGUIDOS.
      * Tramo de dias seguidos asignados que termina la vispera de la
                       MOVE CHK2-PATENTE TO
                           WS-CHK2-PATENTE(WS-CANT-CHK2)
                       MOVE CHK2-EST TO WS-CHK2-EST(WS-CANT-CHK2)
                       MOVE CHK2-FECHA TO WS-CHK2-FECHA(WS-CANT-CHK2)
                   END-IF
               END-PERFORM.
           CLOSE CHECKPOINT-TP2.
               UNTIL WS-CHK2-J > WS-CANT-CHK2 OR WS-CHK2-POS NOT = 0.
      ******
       0051-COMPARAR-CHK2.
           IF WS-CHK2-PATENTE(WS-CHK2-J) = ALQ-PATENTE AND
               WS-CHK2-FECHA(WS-CHK2-J) = ALQ-FECHA
               MOVE WS-CHK2-J TO WS-CHK2-POS.
      *******
      *-----------------------------------------------------------------
       GRABAR-CHECKPOINT-TP2.
           MOVE ALQ-PATENTE TO CHK2-PATENTE.
           MOVE ALQ-ESTADO TO CHK2-EST.
           MOVE ALQ-FECHA TO CHK2-FECHA.
           WRITE REG-CHK2.
           IF CHK2-ESTADO-FS NOT = ZERO
               DISPLAY "ERROR EN WRITE CHECKPOINT-TP2 FS: "
                       PERFORM ANOTAR-SIN-CHOFER
                   ELSE
                       PERFORM RELIBERAR-T.
           IF ALQ-ESTADO = "T" AND ALQ-CHOFER NOT = SPACES
               MOVE ALQ-CHOFER TO WS-CAL-LEGAJO
               PERFORM BUSCAR-CALIDAD
               IF WS-CAL-POS NOT = 0
                   ADD 1 TO CAL-ALQUILERES(WS-CAL-POS).
       PERFORM 080-LEER-MAESTRO.
      *******
      *-----------------------------------------------------------------
               ALQ-FECHA >= CHO-FECHA-DESDE AND
               ALQ-FECHA <= CHO-FECHA-HASTA
               PERFORM VERIFICAR-LICENCIA
               PERFORM VERIFICAR-VENCE-LICENCIA
               IF WS-DE-LICENCIA = "NO" AND WS-LIC-VIGENTE = "SI"
                   ADD 1 TO WS-CANT-TURNO-OK
                   PERFORM VERIFICAR-CLASE-CANDIDATO
                   IF WS-CLASE-OK = "SI"
      * Orden descendente por cantidad (burbuja, en memoria: la cantidad
      * de choferes activos es chica comparada con el volumen de
      * alquileres, asi que no hace falta una busqueda binaria aqui).
           PERFORM CARGAR-RECLAMOS-CALIDAD.
           WRITE LINEA FROM PE11-ENCABE.
           WRITE LINEA FROM PE12-ENCABE.
           WRITE LINEA FROM PE5-ENCABE.
           MOVE RANK-CHOFER(WS-I) TO RANKING-CHOFER.
           MOVE RANK-TOTAL(WS-I) TO RANKING-CANT.
           MOVE RANK-IMPORTE(WS-I) TO RANKING-IMPORTE.
      * Sin alquileres terminados en el maestro el puntaje sale en 0.
           MOVE 0 TO WS-PUNTAJE.
           MOVE 0 TO WS-CAL-POS.
           PERFORM UBICAR-CALIDAD VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CANT-CALIDAD OR WS-CAL-POS NOT = 0.
           IF WS-CAL-POS NOT = 0
               IF CAL-ALQUILERES(WS-CAL-POS) > 0
                   COMPUTE WS-PUNTAJE ROUNDED =
                       CAL-RECLAMOS(WS-CAL-POS) * 100 /
                       CAL-ALQUILERES(WS-CAL-POS)
                       ON SIZE ERROR MOVE 999,99 TO WS-PUNTAJE.
           MOVE WS-PUNTAJE TO RANKING-CALIDAD.
           WRITE LINEA FROM PTR-RANKING.
      *-----------------------------------------------------------------
      *******
       UBICAR-CALIDAD.
      *******
           IF CAL-LEGAJO(WS-CAL-I) = RANK-CHOFER(WS-I)
               MOVE WS-CAL-I TO WS-CAL-POS.
      *-----------------------------------------------------------------
      *******
       BUSCAR-CALIDAD.
      *******
      * Devuelve en WS-CAL-POS la fila de WS-CAL-LEGAJO, dandola de
      * alta si no estaba; 0 si la tabla esta llena.
           MOVE 0 TO WS-CAL-POS.
           PERFORM COMPARAR-CALIDAD VARYING WS-CAL-I FROM 1 BY 1
               UNTIL WS-CAL-I > WS-CANT-CALIDAD OR WS-CAL-POS NOT = 0.
           IF WS-CAL-POS = 0 AND WS-CANT-CALIDAD < WS-TOPE-CALIDAD
               ADD 1 TO WS-CANT-CALIDAD
               MOVE WS-CANT-CALIDAD TO WS-CAL-POS
               MOVE WS-CAL-LEGAJO TO CAL-LEGAJO(WS-CAL-POS)
               MOVE 0 TO CAL-ALQUILERES(WS-CAL-POS)
               MOVE 0 TO CAL-RECLAMOS(WS-CAL-POS).
      *******
       COMPARAR-CALIDAD.
      *******
           IF CAL-LEGAJO(WS-CAL-I) = WS-CAL-LEGAJO
               MOVE WS-CAL-I TO WS-CAL-POS.
      *-----------------------------------------------------------------
      *******
       CARGAR-RECLAMOS-CALIDAD.
      *******
      * Cuenta los reclamos de cada legajo, resueltos o no; los de
      * facturacion ("F") no son del chofer y quedan afuera. Sin
      * RECLAMOS.DAT todos los puntajes salen en 0.
           MOVE "NO" TO RCL-EOF.
           OPEN INPUT RECLAMOS.
           IF RCL-ESTADO-FS = "00"
               PERFORM LEER-RECLAMO
               PERFORM CONTAR-RECLAMO UNTIL RCL-EOF = "SI".
           CLOSE RECLAMOS.
      *******
       CONTAR-RECLAMO.
      *******
           IF RCL-CHOFER NOT = SPACES AND RCL-CATEGORIA NOT = "F"
               MOVE RCL-CHOFER TO WS-CAL-LEGAJO
               PERFORM BUSCAR-CALIDAD
               IF WS-CAL-POS NOT = 0
                   ADD 1 TO CAL-RECLAMOS(WS-CAL-POS).
           PERFORM LEER-RECLAMO.
      *******
       LEER-RECLAMO.
      *******
           READ RECLAMOS NEXT RECORD
               AT END MOVE "SI" TO RCL-EOF.
           IF RCL-ESTADO-FS NOT = ZERO AND 10
               DISPLAY "ERROR EN READ RECLAMOS FS: " RCL-ESTADO-FS
               STOP RUN.
      *-----------------------------------------------------------------
      *******
       END PROGRAM TP2.

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

      * Cerrojo de acceso a CLIENTES.TXT: mientras existe, un batch lo
      * tiene tomado; las consultas esperan y reintentan en vez de
           MOVE "A" TO CLI-ESTADO-CLI.
           MOVE SPACES TO CLI-LICENCIA-COND.
           MOVE 0 TO CLI-LIMITE-CRED.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
           MOVE SPACES TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO NOT = ZERO AND "22"
               DISPLAY "ERROR EN WRITE STUB CLIENTES FS: " CLI-ESTADO
           MOVE "A" TO CLI-ESTADO-CLI.
           MOVE SPACES TO CLI-LICENCIA-COND.
           MOVE 0 TO CLI-LIMITE-CRED.
           MOVE SPACE TO CLI-REBOTE-EMAIL.
           MOVE SPACE TO CLI-REBOTE-TEL.
           MOVE SPACES TO CLI-CBU.
           WRITE CLI.
           IF CLI-ESTADO NOT = ZERO AND "22"
               DISPLAY "ERROR EN WRITE STUB CLIENTES FS: " CLI-ESTADO
