               RECORD KEY IS ORD-NUMERO
               FILE STATUS IS WS-ESTADO-ORDENES.

           SELECT ArchivoFechaNegocio ASSIGN TO "FECHANEG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FECHA-NEG.

           SELECT ArchivoFeriados ASSIGN TO "FERIADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-FERIADOS.

           SELECT ArchivoCorridas ASSIGN TO "CORRIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CORRIDAS.

           SELECT ArchivoCajas ASSIGN TO "CAJAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAJ-OPERADOR
               FILE STATUS IS WS-ESTADO-CAJAS.

           SELECT ArchivoArqueo ASSIGN TO "ARQUEO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ARQUEO.

           SELECT ArchivoCheques ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLAVE
               FILE STATUS IS WS-ESTADO-CHEQUES.

           SELECT ArchivoCanje ASSIGN TO "CANJE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CANJE.

           SELECT ArchivoDevueltos ASSIGN TO "DEVUELTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-DEVUELTOS.

           SELECT ArchivoCuotas ASSIGN TO "CUOTAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WS-ESTADO-CUOTAS.

           SELECT ArchivoTitulares ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS WS-ESTADO-TITULARES.

           SELECT ArchivoCronograma ASSIGN TO "CRONOGRAMA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CRONOGRAMA.

           SELECT ArchivoBitacora ASSIGN TO "BITACORA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-BITACORA.

           SELECT ArchivoParamLavado ASSIGN TO "PARAMLAV.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-PARAM-LAVADO.

           SELECT ArchivoLavado ASSIGN TO "LAVADO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-LAVADO.

           SELECT ArchivoRegLavado ASSIGN TO "LAVADOREG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-REG-LAVADO.

           SELECT ArchivoCertificados ASSIGN TO "CERTIFICADOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CERTIFICADOS.

           SELECT ArchivoControlCertif ASSIGN TO "CERTCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-CTL-CERTIF.

           SELECT ArchivoSucursales ASSIGN TO "SUCURSALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-SUCURSALES.

           SELECT ArchivoEnlaces ASSIGN TO "ENLACES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTADO-ENLACES.

       DATA DIVISION.
       FILE SECTION.
       FD  ArchivoCuentas
           05 FechaUsoDiario PIC 9(8).
           05 FechaUltimoMovimiento PIC 9(8).
           05 UltimaSecuencia PIC 9(6).
           05 UltimoCheque PIC 9(8).
           05 CapitalOriginal PIC 9(9).
           05 FechaDesembolso PIC 9(8).
           05 PlazoMeses PIC 9(3).
           05 DiasMora PIC 9(4).
           05 MontoMora PIC 9(9).
           05 Sucursal PIC 9(3).

       FD  ArchivoClientes
           LABEL RECORDS ARE STANDARD.
           05 OPER-CLAVE PIC X(8).
           05 FILLER PIC X(1).
           05 OPER-NIVEL PIC X(1).
           05 FILLER PIC X(1).
           05 OPER-SUCURSAL PIC 9(3).

       FD  ArchivoMovimientos
           LABEL RECORDS ARE STANDARD.
           05 MOV-INDICADOR PIC X(1).
           05 MOV-MONTO PIC 9(9).
           05 MOV-SALDO PIC S9(9).
           05 MOV-ESTADO PIC X(1).
               88 MOVIMIENTO-REVERSADO VALUE "R".
               88 MOVIMIENTO-REVERSO VALUE "X".
           05 MOV-REFERENCIA.
               10 MOV-REF-CUENTA PIC 9(8).
               10 MOV-REF-SECUENCIA PIC 9(6).
           05 MOV-CLIENTE-AUTORIZA PIC 9(8).
           05 MOV-SUCURSAL PIC 9(3).

       FD  ArchivoExtracto
           LABEL RECORDS ARE STANDARD.
           05 CTL-SALDO-CORRIENTE PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 CTL-SALDO-PLAZO PIC S9(11) SIGN LEADING SEPARATE.
           05 FILLER PIC X(1).
           05 CTL-SALDO-PRESTAMO PIC S9(11) SIGN LEADING SEPARATE.

       FD  ArchivoInactivas
           LABEL RECORDS ARE STANDARD.
           05 GL-CONCEPTO PIC X(3).
           05 GL-INDICADOR PIC X(1).
           05 GL-IMPORTE PIC 9(13).
           05 GL-SUCURSAL PIC 9(3).
       01  CabeceraInterfazGL.
           05 GLC-TIPO PIC X(1).
           05 GLC-FECHA PIC 9(8).
           05 FILLER PIC X(20).
       01  TotalesInterfazGL.
           05 GLT-TIPO PIC X(1).
           05 GLT-CANTIDAD PIC 9(8).
           05 GLT-HASH PIC 9(13).
           05 FILLER PIC X(7).

       FD  ArchivoComisiones
           LABEL RECORDS ARE STANDARD.
               88 ORDEN-ACTIVA VALUE "A".
               88 ORDEN-CANCELADA VALUE "C".

       FD  ArchivoFechaNegocio
           LABEL RECORDS ARE STANDARD.
       01  RegistroFechaNegocio.
           05 FN-FECHA-PROCESO PIC 9(8).
           05 FILLER PIC X(1).
           05 FN-FECHA-ANTERIOR PIC 9(8).
           05 FILLER PIC X(1).
           05 FN-FECHA-CAMBIO PIC 9(8).
           05 FILLER PIC X(1).
           05 FN-HORA-CAMBIO PIC 9(6).

       FD  ArchivoFeriados
           LABEL RECORDS ARE STANDARD.
       01  RegistroFeriado.
           05 FER-FECHA PIC 9(8).
           05 FILLER PIC X(1).
           05 FER-DESCRIPCION PIC X(30).

       FD  ArchivoCorridas
           LABEL RECORDS ARE STANDARD.
       01  RegistroCorrida.
           05 COR-FECHA-NEGOCIO PIC 9(8).
           05 FILLER PIC X(1).
           05 COR-PASO PIC X(10).
           05 FILLER PIC X(1).
           05 COR-ESTADO PIC X(1).
               88 CORRIDA-INICIADA VALUE "I".
               88 CORRIDA-COMPLETADA VALUE "C".
               88 CORRIDA-CON-ERROR VALUE "E".
               88 CORRIDA-RECHAZADA VALUE "R".
           05 FILLER PIC X(1).
           05 COR-FECHA-INICIO PIC 9(8).
           05 FILLER PIC X(1).
           05 COR-HORA-INICIO PIC 9(6).
           05 FILLER PIC X(1).
           05 COR-FECHA-FIN PIC 9(8).
           05 FILLER PIC X(1).
           05 COR-HORA-FIN PIC 9(6).
           05 FILLER PIC X(1).
           05 COR-FORZADO PIC X(1).
           05 FILLER PIC X(1).
           05 COR-AUTORIZANTE PIC X(8).
           05 FILLER PIC X(1).
           05 COR-RESULTADO PIC X(40).

       FD  ArchivoCajas
           LABEL RECORDS ARE STANDARD.
       01  RegistroCaja.
           05 CAJ-OPERADOR PIC X(8).
           05 CAJ-ESTADO PIC X(1).
               88 CAJA-ABIERTA VALUE "A".
               88 CAJA-CERRADA VALUE "C".
               88 CAJA-DESCUADRADA VALUE "D".
           05 CAJ-FECHA-APERTURA PIC 9(8).
           05 CAJ-HORA-APERTURA PIC 9(6).
           05 CAJ-FONDO-INICIAL PIC 9(10).
           05 CAJ-INGRESOS PIC 9(10).
           05 CAJ-EGRESOS PIC 9(10).
           05 CAJ-DESDE-BOVEDA PIC 9(10).
           05 CAJ-HACIA-BOVEDA PIC 9(10).
           05 CAJ-EFECTIVO-ESPERADO PIC S9(10).
           05 CAJ-EFECTIVO-CONTADO PIC 9(10).
           05 CAJ-DIFERENCIA PIC S9(10).
           05 CAJ-FECHA-ARQUEO PIC 9(8).
           05 CAJ-HORA-ARQUEO PIC 9(6).
           05 CAJ-AUTORIZANTE PIC X(8).

       FD  ArchivoArqueo
           LABEL RECORDS ARE STANDARD.
       01  LineaArqueo PIC X(80).

       FD  ArchivoCheques
           LABEL RECORDS ARE STANDARD.
       01  RegistroCheque.
           05 CHQ-CLAVE.
               10 CHQ-CUENTA PIC 9(8).
               10 CHQ-NUMERO PIC 9(8).
           05 CHQ-ESTADO PIC X(1).
               88 CHEQUE-EMITIDO VALUE "E".
               88 CHEQUE-PAGADO VALUE "P".
               88 CHEQUE-SUSPENDIDO VALUE "S".
               88 CHEQUE-DEVUELTO VALUE "D".
           05 CHQ-FECHA-EMISION PIC 9(8).
           05 CHQ-FECHA-ESTADO PIC 9(8).
           05 CHQ-MONTO PIC 9(9).
           05 CHQ-MOTIVO PIC X(3).
           05 CHQ-OPERADOR PIC X(8).

       FD  ArchivoCanje
           LABEL RECORDS ARE STANDARD.
       01  RegistroCanje.
           05 CANJE-TIPO-REGISTRO PIC X(1).
           05 CANJE-CUENTA PIC 9(8).
           05 CANJE-NUMERO-CHEQUE PIC 9(8).
           05 CANJE-MONTO PIC 9(9).
       01  CabeceraCanje.
           05 FILLER PIC X(1).
           05 CANJE-CAB-FECHA PIC 9(8).
           05 FILLER PIC X(17).
       01  TotalesCanje.
           05 FILLER PIC X(1).
           05 CANJE-TOT-CANTIDAD PIC 9(8).
           05 FILLER PIC X(8).
           05 CANJE-TOT-MONTO PIC 9(9).

       FD  ArchivoDevueltos
           LABEL RECORDS ARE STANDARD.
       01  RegistroDevuelto.
           05 DEV-CUENTA PIC 9(8).
           05 FILLER PIC X(1).
           05 DEV-NUMERO-CHEQUE PIC 9(8).
           05 FILLER PIC X(1).
           05 DEV-MONTO PIC 9(9).
           05 FILLER PIC X(1).
           05 DEV-MOTIVO PIC X(3).
           05 FILLER PIC X(1).
           05 DEV-FECHA PIC 9(8).
           05 FILLER PIC X(1).
           05 DEV-COMISION PIC 9(9).

       FD  ArchivoCuotas
           LABEL RECORDS ARE STANDARD.
       01  RegistroCuota.
           05 CUO-CLAVE.
               10 CUO-CUENTA PIC 9(8).
               10 CUO-NUMERO PIC 9(3).
           05 CUO-FECHA-VENCIMIENTO PIC 9(8).
           05 CUO-CAPITAL PIC 9(9).
           05 CUO-INTERES PIC 9(9).
           05 CUO-RECARGO PIC 9(9).
           05 CUO-SALDO-CAPITAL PIC 9(9).
           05 CUO-PAGADO-CAPITAL PIC 9(9).
           05 CUO-PAGADO-INTERES PIC 9(9).
           05 CUO-PAGADO-RECARGO PIC 9(9).
           05 CUO-FECHA-PAGO PIC 9(8).
           05 CUO-ESTADO PIC X(1).
               88 CUOTA-PENDIENTE VALUE "P".
               88 CUOTA-CANCELADA VALUE "C".

       FD  ArchivoTitulares
           LABEL RECORDS ARE STANDARD.
       01  RegistroTitular.
           05 TIT-CLAVE.
               10 TIT-CUENTA PIC 9(8).
               10 TIT-CLIENTE PIC 9(8).
           05 TIT-ROL PIC X(1).
               88 TITULAR-PRINCIPAL VALUE "P".
               88 TITULAR-CONJUNTO VALUE "C".
               88 FIRMANTE-AUTORIZADO VALUE "F".
           05 TIT-REGLA-FIRMA PIC X(1).
               88 FIRMA-INDISTINTA VALUE "I".
               88 FIRMA-CONJUNTA VALUE "J".
           05 TIT-FECHA-ALTA PIC 9(8).
           05 TIT-OPERADOR PIC X(8).

       FD  ArchivoCronograma
           LABEL RECORDS ARE STANDARD.
       01  LineaCronograma PIC X(80).

       FD  ArchivoBitacora
           LABEL RECORDS ARE STANDARD.
       01  LineaBitacora PIC X(80).

       FD  ArchivoParamLavado
           LABEL RECORDS ARE STANDARD.
       01  RegistroParamLavado.
           05 PLV-CODIGO PIC X(1).
           05 PLV-VALOR PIC 9(9).

       FD  ArchivoLavado
           LABEL RECORDS ARE STANDARD.
       01  LineaLavado PIC X(80).

       FD  ArchivoRegLavado
           LABEL RECORDS ARE STANDARD.
       01  RegistroRegLavado.
           05 LAV-TIPO PIC X(1).
           05 LAV-CASO PIC X(1).
           05 LAV-CLIENTE PIC 9(8).
           05 LAV-DOCUMENTO PIC X(15).
           05 LAV-NOMBRE PIC X(40).
           05 LAV-CUENTA PIC 9(8).
           05 LAV-SECUENCIA PIC 9(6).
           05 LAV-FECHA-DESDE PIC 9(8).
           05 LAV-FECHA-HASTA PIC 9(8).
           05 LAV-INDICADOR PIC X(1).
           05 LAV-CANTIDAD PIC 9(4).
           05 LAV-MONTO PIC 9(13).
       01  CabeceraRegLavado.
           05 LAVC-TIPO PIC X(1).
           05 LAVC-FECHA-DESDE PIC 9(8).
           05 LAVC-FECHA-HASTA PIC 9(8).
           05 LAVC-FECHA-PROCESO PIC 9(8).
           05 LAVC-UMBRAL PIC 9(9).
           05 FILLER PIC X(79).
       01  TotalesRegLavado.
           05 LAVT-TIPO PIC X(1).
           05 LAVT-CANTIDAD PIC 9(8).
           05 LAVT-HASH PIC 9(13).
           05 FILLER PIC X(91).

       FD  ArchivoCertificados
           LABEL RECORDS ARE STANDARD.
       01  LineaCertificado PIC X(80).

       FD  ArchivoControlCertif
           LABEL RECORDS ARE STANDARD.
       01  RegistroControlCertif.
           05 CRT-TIPO PIC X(1).
           05 CRT-EJERCICIO PIC 9(4).
           05 CRT-CONCEPTO PIC X(3).
           05 CRT-INDICADOR PIC X(1).
           05 CRT-IMPORTE PIC 9(13).
           05 FILLER PIC X(4).
       01  CabeceraControlCertif.
           05 CRTC-TIPO PIC X(1).
           05 CRTC-EJERCICIO PIC 9(4).
           05 CRTC-FECHA-PROCESO PIC 9(8).
           05 CRTC-CERTIFICADOS PIC 9(7).
           05 FILLER PIC X(6).
       01  TotalesControlCertif.
           05 CRTT-TIPO PIC X(1).
           05 CRTT-CANTIDAD PIC 9(8).
           05 CRTT-HASH PIC 9(13).
           05 FILLER PIC X(4).

       FD  ArchivoSucursales
           LABEL RECORDS ARE STANDARD.
       01  RegistroSucursal.
           05 SUC-CODIGO PIC 9(3).
           05 FILLER PIC X(1).
           05 SUC-NOMBRE PIC X(30).

       FD  ArchivoEnlaces
           LABEL RECORDS ARE STANDARD.
       01  LineaEnlace PIC X(80).

       WORKING-STORAGE SECTION.
           77  CONTADOR PIC 9(5) VALUE 1.
           77  CONTADOR-CLIENTES PIC 9(5) VALUE 1.
           77  WS-ESTADO-REPORTE PIC X(2) VALUE SPACES.
           77  WS-ESTADO-OPERADORES PIC X(2) VALUE SPACES.
           77  WS-PARAMETRO PIC X(10) VALUE SPACES.
           77  WS-LINEA-COMANDO PIC X(40) VALUE SPACES.
           77  WS-OPCION-PARAMETRO PIC X(10) VALUE SPACES.
           77  WS-CONTADOR-TRANSACCIONES PIC 9(5) VALUE ZEROS.
           77  WS-TOTAL-MONTO PIC 9(9) VALUE ZEROS.
           77  WS-NUMERO-CUENTA PIC 9(8) VALUE ZEROS.
               88 FIN-DE-ARCHIVO VALUE "S".
           77  WS-MONTO PIC 9(9) VALUE ZEROS.
           77  WS-TIPO-CUENTA PIC X(1) VALUE SPACE.
               88 TIPO-CUENTA-VALIDO VALUES "A" "C" "P" "L".
           77  WS-ACCION PIC X(20) VALUE SPACES.
           77  WS-TASA-AHORRO PIC 9(2)V9(4) VALUE ZEROS.
           77  WS-TASA-CORRIENTE PIC 9(2)V9(4) VALUE ZEROS.
           77  WS-COM-TRANSF-AHORRO PIC 9(9) VALUE ZEROS.
           77  WS-COM-TRANSF-CORRIENTE PIC 9(9) VALUE ZEROS.
           77  WS-COM-MANTENIMIENTO PIC 9(9) VALUE ZEROS.
           77  WS-COM-DEVOLUCION-CHEQUE PIC 9(9) VALUE ZEROS.
           77  WS-TIPO-COMISION PIC X(1) VALUE SPACE.
           77  WS-COMISION PIC 9(9) VALUE ZEROS.
           77  WS-MONTO-TOTAL PIC 9(10) VALUE ZEROS.
           77  WS-DELTA-PLAZO PIC S9(11) VALUE ZEROS.
           77  WS-SALDO-ESPERADO PIC S9(11) VALUE ZEROS.
           77  WS-SALDO-MINIMO PIC S9(10) VALUE ZEROS.
           77  WS-ESTADO-FECHA-NEG PIC X(2) VALUE SPACES.
           77  WS-ESTADO-FERIADOS PIC X(2) VALUE SPACES.
           77  WS-FECHA-MAQUINA PIC 9(8) VALUE ZEROS.
           77  WS-FECHA-ANTERIOR PIC 9(8) VALUE ZEROS.
           77  WS-FECHA-HABIL PIC 9(8) VALUE ZEROS.
           77  WS-DIAS-HABIL PIC 9(8) VALUE ZEROS.
           77  WS-DIA-SEMANA PIC 9(1) VALUE ZERO.
           77  WS-CANT-FERIADOS PIC 9(3) VALUE ZEROS.
           77  WS-IND-FERIADO PIC 9(3) VALUE ZEROS.
           77  WS-SWITCH-DIA-HABIL PIC X(1) VALUE "N".
               88 DIA-HABIL VALUE "S".
           77  WS-NOMBRE-AUDITORIA PIC X(15) VALUE SPACES.
           77  WS-SALDO-AUDITORIA PIC S9(10) VALUE ZEROS.
           77  WS-ESTADO-CORRIDAS PIC X(2) VALUE SPACES.
           77  WS-ESTADO-BITACORA PIC X(2) VALUE SPACES.
           77  WS-SWITCH-PASO PIC X(1) VALUE "N".
               88 PASO-AUTORIZADO VALUE "S".
           77  WS-SWITCH-PASO-FORZADO PIC X(1) VALUE "N".
               88 PASO-FORZADO VALUE "S".
           77  WS-SWITCH-PASO-ERROR PIC X(1) VALUE "N".
               88 PASO-CON-ERROR VALUE "S".
           77  WS-SWITCH-POSTEO PIC X(1) VALUE "N".
               88 PASO-CON-POSTEO VALUE "S".
           77  WS-SWITCH-PASO-HOY PIC X(1) VALUE "N".
               88 PASO-COMPLETADO-HOY VALUE "S".
           77  WS-PASO-BUSCADO PIC X(10) VALUE SPACES.
           77  WS-MOTIVO-PASO PIC X(40) VALUE SPACES.
           77  WS-RESULTADO-PASO PIC X(40) VALUE SPACES.
           77  WS-FECHA-PASO PIC 9(8) VALUE ZEROS.
           77  WS-FECHA-INICIO-PASO PIC 9(8) VALUE ZEROS.
           77  WS-HORA-INICIO-PASO PIC 9(6) VALUE ZEROS.
           77  WS-CANT-PASOS PIC 9(2) VALUE ZEROS.
           77  WS-IND-PASO PIC 9(2) VALUE ZEROS.
           77  WS-IND-REQUISITO PIC 9(2) VALUE ZEROS.
           77  WS-IND-BUSQUEDA PIC 9(2) VALUE ZEROS.
           77  WS-FECHA-BITACORA PIC 9(8) VALUE ZEROS.
           77  WS-MARCA-MOVIMIENTO PIC X(1) VALUE SPACE.
           77  WS-SECUENCIA-REVERSO PIC 9(6) VALUE ZEROS.
           77  WS-CANT-REVERSO PIC 9(1) VALUE ZERO.
           77  WS-IND-REVERSO PIC 9(1) VALUE ZERO.
           77  WS-CLASE-REVERSO PIC X(1) VALUE SPACE.
           77  WS-SWITCH-REVERSO PIC X(1) VALUE "N".
               88 REVERSO-VALIDO VALUE "S".
           77  WS-MOTIVO-REVERSO PIC X(20) VALUE SPACES.
           77  WS-ESTADO-CAJAS PIC X(2) VALUE SPACES.
           77  WS-ESTADO-ARQUEO PIC X(2) VALUE SPACES.
           77  WS-OPCION-CAJA PIC 9(1) VALUE ZERO.
           77  WS-SWITCH-CAJA-EXISTE PIC X(1) VALUE "N".
               88 CAJA-EXISTENTE VALUE "S".
           77  WS-SWITCH-CAJA-OPERATIVA PIC X(1) VALUE "N".
               88 CAJA-OPERATIVA VALUE "S".
           77  WS-TIPO-EFECTIVO PIC X(1) VALUE SPACE.
           77  WS-MONTO-CAJA PIC 9(9) VALUE ZEROS.
           77  WS-EFECTIVO-ESPERADO PIC S9(10) VALUE ZEROS.
           77  WS-EFECTIVO-CONTADO PIC 9(10) VALUE ZEROS.
           77  WS-ESTADO-CHEQUES PIC X(2) VALUE SPACES.
           77  WS-ESTADO-CANJE PIC X(2) VALUE SPACES.
           77  WS-ESTADO-DEVUELTOS PIC X(2) VALUE SPACES.
           77  WS-OPCION-CHEQUES PIC 9(1) VALUE ZERO.
           77  WS-NUMERO-CHEQUE PIC 9(8) VALUE ZEROS.
           77  WS-PRIMER-CHEQUE PIC 9(8) VALUE ZEROS.
           77  WS-CANTIDAD-CHEQUES PIC 9(2) VALUE ZEROS.
           77  WS-IND-CHEQUE PIC 9(2) VALUE ZEROS.
           77  WS-SWITCH-CHEQUE-EXISTE PIC X(1) VALUE "N".
               88 CHEQUE-EXISTENTE VALUE "S".
           77  WS-SWITCH-CANJE-VALIDO PIC X(1) VALUE "N".
               88 CANJE-VALIDO VALUE "S".
           77  WS-FECHA-CANJE PIC 9(8) VALUE ZEROS.
           77  WS-CANTIDAD-CANJE PIC 9(8) VALUE ZEROS.
           77  WS-HASH-CANJE PIC 9(9) VALUE ZEROS.
           77  WS-MOTIVO-DEVOLUCION PIC X(3) VALUE SPACES.
           77  WS-CHEQUES-PAGADOS PIC 9(5) VALUE ZEROS.
           77  WS-CHEQUES-DEVUELTOS PIC 9(5) VALUE ZEROS.
           77  WS-MONTO-CHEQUES PIC 9(11) VALUE ZEROS.
           77  WS-ESTADO-CUOTAS PIC X(2) VALUE SPACES.
           77  WS-ESTADO-CRONOGRAMA PIC X(2) VALUE SPACES.
           77  WS-OPCION-PRESTAMOS PIC 9(1) VALUE ZERO.
           77  WS-CAPITAL-PRESTAMO PIC 9(9) VALUE ZEROS.
           77  WS-PLAZO-MESES PIC 9(3) VALUE ZEROS.
           77  WS-SWITCH-PRESTAMO PIC X(1) VALUE "N".
               88 PRESTAMO-VALIDO VALUE "S".
           77  WS-SWITCH-PRESTAMO-VIGENTE PIC X(1) VALUE "N".
               88 PRESTAMO-VIGENTE VALUE "S".
           77  WS-CUENTA-PRESTAMO PIC 9(8) VALUE ZEROS.
           77  WS-PRESTAMO-ACTUAL PIC 9(8) VALUE ZEROS.
           77  WS-TASA-MENSUAL PIC 9V9(10) VALUE ZEROS.
           77  WS-FACTOR-CUOTA PIC 9(9)V9(9) VALUE ZEROS.
           77  WS-CUOTA-FIJA PIC 9(9) VALUE ZEROS.
           77  WS-SALDO-CAPITAL PIC 9(9) VALUE ZEROS.
           77  WS-INTERES-CUOTA PIC 9(9) VALUE ZEROS.
           77  WS-IND-CUOTA PIC 9(3) VALUE ZEROS.
           77  WS-MESES-CUOTA PIC 9(6) VALUE ZEROS.
           77  WS-DIA-DESEMBOLSO PIC 9(2) VALUE ZEROS.
           77  WS-VENCIMIENTO-PRESTAMO PIC 9(8) VALUE ZEROS.
           77  WS-SUMA-CAPITAL PIC 9(10) VALUE ZEROS.
           77  WS-SUMA-INTERES PIC 9(10) VALUE ZEROS.
           77  WS-COM-MORA PIC 9(9) VALUE ZEROS.
           77  WS-PENDIENTE-CUOTA PIC 9(10) VALUE ZEROS.
           77  WS-PAGO-CUOTA PIC 9(10) VALUE ZEROS.
           77  WS-RESTO-PAGO PIC 9(10) VALUE ZEROS.
           77  WS-PAGO-RECARGO PIC 9(9) VALUE ZEROS.
           77  WS-PAGO-INTERES PIC 9(9) VALUE ZEROS.
           77  WS-PAGO-CAPITAL PIC 9(9) VALUE ZEROS.
           77  WS-FECHA-MORA PIC 9(8) VALUE ZEROS.
           77  WS-MORA-PRESTAMO PIC 9(10) VALUE ZEROS.
           77  WS-CUOTAS-COBRADAS PIC 9(5) VALUE ZEROS.
           77  WS-CUOTAS-IMPAGAS PIC 9(5) VALUE ZEROS.
           77  WS-MONTO-COBRADO PIC 9(11) VALUE ZEROS.
           77  WS-CANT-PRESTAMO PIC 9(5) VALUE ZEROS.
           77  WS-CANT-MORA PIC 9(5) VALUE ZEROS.
           77  WS-SALDO-PRESTAMO PIC S9(11) VALUE ZEROS.
           77  WS-MORA-PRESTAMOS PIC S9(11) VALUE ZEROS.
           77  WS-DELTA-PRESTAMO PIC S9(11) VALUE ZEROS.
           77  WS-ESTADO-TITULARES PIC X(2) VALUE SPACES.
           77  WS-CUENTA-TITULARES PIC 9(8) VALUE ZEROS.
           77  WS-CLIENTE-TITULAR PIC 9(8) VALUE ZEROS.
           77  WS-CLIENTE-AUTORIZA PIC 9(8) VALUE ZEROS.
           77  WS-ROL-TITULAR PIC X(1) VALUE SPACE.
               88 ROL-TITULAR-VALIDO VALUES "C" "F".
           77  WS-REGLA-FIRMA PIC X(1) VALUE SPACE.
               88 REGLA-FIRMA-VALIDA VALUES "I" "J".
           77  WS-SWITCH-FIRMA PIC X(1) VALUE "N".
               88 FIRMA-VALIDA VALUE "S".
           77  WS-DESCRIPCION-ROL PIC X(10) VALUE SPACES.
           77  WS-ESTADO-PARAM-LAVADO PIC X(2) VALUE SPACES.
           77  WS-ESTADO-LAVADO PIC X(2) VALUE SPACES.
           77  WS-ESTADO-REG-LAVADO PIC X(2) VALUE SPACES.
           77  WS-UMBRAL-LAVADO PIC 9(9) VALUE ZEROS.
           77  WS-PORCENTAJE-FRACCION PIC 9(3) VALUE ZEROS.
           77  WS-DIAS-FRACCION PIC 9(3) VALUE ZEROS.
           77  WS-MINIMO-FRACCION PIC 9(3) VALUE ZEROS.
           77  WS-PISO-FRACCION PIC 9(9) VALUE ZEROS.
           77  WS-SWITCH-FIN-CLIENTES PIC X(1) VALUE "N".
               88 FIN-DE-CLIENTES VALUE "S".
           77  WS-SWITCH-CLIENTE-ALERTA PIC X(1) VALUE "N".
               88 CLIENTE-CON-ALERTA VALUE "S".
           77  WS-CLIENTES-REVISADOS PIC 9(7) VALUE ZEROS.
           77  WS-CLIENTES-ALERTA PIC 9(7) VALUE ZEROS.
           77  WS-CASOS-EFECTIVO PIC 9(7) VALUE ZEROS.
           77  WS-CASOS-FRACCION PIC 9(7) VALUE ZEROS.
           77  WS-MONTO-ALERTAS PIC 9(13) VALUE ZEROS.
           77  WS-CANT-REG-LAVADO PIC 9(8) VALUE ZEROS.
           77  WS-HASH-REG-LAVADO PIC 9(13) VALUE ZEROS.
           77  WS-CANT-FRACCION PIC 9(3) VALUE ZEROS.
           77  WS-IND-FRACCION PIC 9(3) VALUE ZEROS.
           77  WS-IND-VENTANA PIC 9(3) VALUE ZEROS.
           77  WS-LIMITE-VENTANA PIC 9(8) VALUE ZEROS.
           77  WS-OPS-VENTANA PIC 9(3) VALUE ZEROS.
           77  WS-MONTO-VENTANA PIC 9(11) VALUE ZEROS.
           77  WS-MAX-OPS-VENTANA PIC 9(3) VALUE ZEROS.
           77  WS-MAX-MONTO-VENTANA PIC 9(11) VALUE ZEROS.
           77  WS-MAX-DIA-VENTANA PIC 9(8) VALUE ZEROS.
           77  WS-ESTADO-CERTIFICADOS PIC X(2) VALUE SPACES.
           77  WS-ESTADO-CTL-CERTIF PIC X(2) VALUE SPACES.
           77  WS-CONCEPTO-MOVIMIENTO PIC X(3) VALUE SPACES.
           77  WS-INTERES-PLAZO-DIA PIC 9(11) VALUE ZEROS.
           77  WS-COMISIONES-DIA PIC S9(11) VALUE ZEROS.
           77  WS-EJERCICIO PIC 9(4) VALUE ZEROS.
           77  WS-CERTIFICADOS PIC 9(7) VALUE ZEROS.
           77  WS-CUENTAS-CERTIFICADAS PIC 9(7) VALUE ZEROS.
           77  WS-SWITCH-CUENTA-CERTIF PIC X(1) VALUE "N".
               88 CUENTA-CERTIFICABLE VALUE "S".
           77  WS-SWITCH-CLIENTE-CERTIF PIC X(1) VALUE "N".
               88 CERTIFICADO-ABIERTO VALUE "S".
           77  WS-CER-SALDO-INICIAL PIC S9(9) VALUE ZEROS.
           77  WS-CER-SALDO-FINAL PIC S9(9) VALUE ZEROS.
           77  WS-CER-INTERES-CUENTA PIC 9(11) VALUE ZEROS.
           77  WS-CER-COMISION-CUENTA PIC S9(11) VALUE ZEROS.
           77  WS-CER-INTERES-CLIENTE PIC 9(11) VALUE ZEROS.
           77  WS-CER-PLAZO-CLIENTE PIC 9(11) VALUE ZEROS.
           77  WS-CER-COMISION-CLIENTE PIC S9(11) VALUE ZEROS.
           77  WS-CER-TOTAL-INTERES PIC 9(13) VALUE ZEROS.
           77  WS-CER-TOTAL-PLAZO PIC 9(13) VALUE ZEROS.
           77  WS-CER-TOTAL-COMISION PIC S9(13) VALUE ZEROS.
           77  WS-CER-CANT-CONTROL PIC 9(8) VALUE ZEROS.
           77  WS-CER-HASH-CONTROL PIC 9(13) VALUE ZEROS.
           77  WS-TOTAL-PASOS-NOCTURNOS PIC 9(2) VALUE 12.
           77  WS-ESTADO-SUCURSALES PIC X(2) VALUE SPACES.
           77  WS-ESTADO-ENLACES PIC X(2) VALUE SPACES.
           77  WS-CANT-SUCURSALES PIC 9(3) VALUE ZEROS.
           77  WS-IND-SUCURSAL PIC 9(3) VALUE ZEROS.
           77  WS-SUCURSAL-PRINCIPAL PIC 9(3) VALUE 1.
           77  WS-SUCURSAL-OPERADOR PIC 9(3) VALUE ZEROS.
           77  WS-SUCURSAL-BUSCADA PIC 9(3) VALUE ZEROS.
           77  WS-SUCURSAL-CONTRAPARTE PIC 9(3) VALUE ZEROS.
           77  WS-NOMBRE-SUCURSAL PIC X(30) VALUE SPACES.
           77  WS-SWITCH-SUCURSAL PIC X(1) VALUE "N".
               88 SUCURSAL-ENCONTRADA VALUE "S".
           77  WS-CANT-SUC-CIERRE PIC 9(3) VALUE ZEROS.
           77  WS-IND-SUC-CIERRE PIC 9(3) VALUE ZEROS.
           77  WS-CUENTA-CONTRAPARTE PIC 9(8) VALUE ZEROS.
           77  WS-CLAVE-ENLACE PIC X(14) VALUE SPACES.
           77  WS-SWITCH-ENLACES PIC X(1) VALUE "N".
               88 ENLACES-ABIERTO VALUE "S".
           77  WS-ENLACES-DIA PIC 9(5) VALUE ZEROS.
           77  WS-INTERES-MOVIMIENTOS PIC 9(11) VALUE ZEROS.
           77  WS-GL-SUCURSAL PIC 9(3) VALUE ZEROS.

           01  WS-HORA-SISTEMA PIC 9(8) VALUE ZEROS.
           01  WS-HORA-SISTEMA-DET REDEFINES WS-HORA-SISTEMA.
               05 WS-FC-MM PIC 9(2).
               05 WS-FC-DD PIC 9(2).

           01  WS-REFERENCIA-MOVIMIENTO.
               05 WS-REF-CUENTA PIC 9(8) VALUE ZEROS.
               05 WS-REF-SECUENCIA PIC 9(6) VALUE ZEROS.

           01  WS-ULTIMO-MOVIMIENTO.
               05 WS-ULT-CUENTA PIC 9(8) VALUE ZEROS.
               05 WS-ULT-SECUENCIA PIC 9(6) VALUE ZEROS.

           01  WS-MOVIMIENTO-ENVIO.
               05 WS-ENV-CUENTA PIC 9(8) VALUE ZEROS.
               05 WS-ENV-SECUENCIA PIC 9(6) VALUE ZEROS.

           01  WS-MOVIMIENTO-COMISION.
               05 WS-MCO-CUENTA PIC 9(8) VALUE ZEROS.
               05 WS-MCO-SECUENCIA PIC 9(6) VALUE ZEROS.

           01  WS-CLAVE-DEBITO.
               05 WS-DEB-CUENTA PIC 9(8) VALUE ZEROS.
               05 WS-DEB-SECUENCIA PIC 9(6) VALUE ZEROS.

           01  WS-CLAVE-MARCAR.
               05 WS-MAR-CUENTA PIC 9(8) VALUE ZEROS.
               05 WS-MAR-SECUENCIA PIC 9(6) VALUE ZEROS.

           01  WS-TABLA-REVERSO.
               05 WS-REV-ITEM OCCURS 3 TIMES.
                   10 WS-REV-CLAVE.
                       15 WS-REV-CUENTA PIC 9(8).
                       15 WS-REV-SECUENCIA PIC 9(6).
                   10 WS-REV-REFERENCIA.
                       15 WS-REV-REF-CUENTA PIC 9(8).
                       15 WS-REV-REF-SECUENCIA PIC 9(6).
                   10 WS-REV-TIPO PIC X(20).
                   10 WS-REV-INDICADOR PIC X(1).
                   10 WS-REV-MONTO PIC 9(9).
                   10 WS-REV-FECHA PIC 9(8).
                   10 WS-REV-CLASE PIC X(1).

           01  WS-TABLA-FERIADOS.
               05 WS-FERIADO PIC 9(8) OCCURS 200 TIMES.

           01  WS-TABLA-SUCURSALES.
               05 WS-SUCURSAL OCCURS 50 TIMES.
                   10 WS-SUC-CODIGO PIC 9(3).
                   10 WS-SUC-NOMBRE PIC X(30).

           01  WS-TABLA-CIERRE-SUCURSAL.
               05 WS-CIERRE-SUC OCCURS 50 TIMES.
                   10 WS-CSU-CODIGO PIC 9(3).
                   10 WS-CSU-CANT-AHORRO PIC 9(5).
                   10 WS-CSU-CANT-CORRIENTE PIC 9(5).
                   10 WS-CSU-CANT-PLAZO PIC 9(5).
                   10 WS-CSU-CANT-PRESTAMO PIC 9(5).
                   10 WS-CSU-CANT-MORA PIC 9(5).
                   10 WS-CSU-SALDO-AHORRO PIC S9(11).
                   10 WS-CSU-SALDO-CORRIENTE PIC S9(11).
                   10 WS-CSU-SALDO-PLAZO PIC S9(11).
                   10 WS-CSU-SALDO-PRESTAMO PIC S9(11).
                   10 WS-CSU-MORA PIC S9(11).
                   10 WS-CSU-SOBREGIRO PIC 9(11).
                   10 WS-CSU-INTERES PIC 9(11).
                   10 WS-CSU-INTERES-PLAZO PIC 9(11).
                   10 WS-CSU-INTERES-PRESTAMO PIC 9(11).
                   10 WS-CSU-COMISIONES PIC S9(11).
                   10 WS-CSU-RECHAZOS PIC 9(5).
                   10 WS-CSU-ENLACE PIC S9(11).

           01  WS-TABLA-PASOS.
               05 WS-PASO-DIA OCCURS 20 TIMES.
                   10 WS-PD-NOMBRE PIC X(10).
                   10 WS-PD-ULTIMO-ESTADO PIC X(1).
                   10 WS-PD-COMPLETADO PIC X(1).

           01  WS-REQUISITOS-PASO.
               05 WS-REQUISITO PIC X(10) OCCURS 5 TIMES.

           01  WS-LISTA-PASOS-VALORES.
               05 FILLER PIC X(10) VALUE "LOTE".
               05 FILLER PIC X(10) VALUE "ORDENES".
               05 FILLER PIC X(10) VALUE "REPROCESO".
               05 FILLER PIC X(10) VALUE "PLAZOS".
               05 FILLER PIC X(10) VALUE "CARGOS".
               05 FILLER PIC X(10) VALUE "INTERES".
               05 FILLER PIC X(10) VALUE "INACTIVAS".
               05 FILLER PIC X(10) VALUE "CANJE".
               05 FILLER PIC X(10) VALUE "CUOTAS".
               05 FILLER PIC X(10) VALUE "CIERRE".
               05 FILLER PIC X(10) VALUE "VERIFICA".
               05 FILLER PIC X(10) VALUE "FINDIA".
           01  WS-LISTA-PASOS REDEFINES WS-LISTA-PASOS-VALORES.
               05 WS-PASO-NOCTURNO PIC X(10) OCCURS 12 TIMES.

           01  WS-LINEA-RESULTADO.
               05 FILLER PIC X(5) VALUE "PROC ".
               05 WS-RES-PROCESADOS PIC 9(5).
               05 FILLER PIC X(6) VALUE " RECH ".
               05 WS-RES-RECHAZOS PIC 9(5).
               05 FILLER PIC X(7) VALUE " MONTO ".
               05 WS-RES-MONTO PIC 9(11).

           01  WS-LINEA-CABECERA-BITACORA.
               05 FILLER PIC X(11) VALUE "PASO".
               05 FILLER PIC X(11) VALUE "ESTADO".
               05 FILLER PIC X(16) VALUE "INICIO".
               05 FILLER PIC X(16) VALUE "FIN".
               05 FILLER PIC X(2) VALUE "F".
               05 FILLER PIC X(8) VALUE "AUTORIZA".

           01  WS-LINEA-BITACORA.
               05 WS-BIT-PASO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-ESTADO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-FECHA-INICIO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-HORA-INICIO PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-FECHA-FIN PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-HORA-FIN PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-FORZADO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-AUTORIZANTE PIC X(8).

           01  WS-LINEA-BITACORA-RESULTADO.
               05 FILLER PIC X(11) VALUE SPACES.
               05 WS-BIT-RESULTADO PIC X(40).

           01  WS-LINEA-RESUMEN-BITACORA.
               05 WS-BIT-RES-PASO PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-BIT-RES-ESTADO PIC X(20).

           01  WS-LINEA-AUDITORIA.
               05 WS-LA-FECHA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FILLER PIC X(22) VALUE "MOVIMIENTOS DEL DIA".
               05 WS-RPT-MOVIMIENTOS PIC ZZZZ9.

           01  WS-LINEA-SUCURSAL-REPORTE.
               05 FILLER PIC X(9) VALUE "SUCURSAL ".
               05 WS-RPT-SUCURSAL PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-RPT-NOMBRE-SUCURSAL PIC X(30).

           01  WS-LINEA-ENLACE.
               05 WS-ENL-SUCURSAL PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ENL-CONTRAPARTE PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ENL-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE "-".
               05 WS-ENL-SECUENCIA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ENL-TIPO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ENL-INDICADOR PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ENL-MONTO PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ENL-CUENTA-CONTRA PIC 9(8).

           01  WS-LINEA-NETO-ENLACE.
               05 FILLER PIC X(14) VALUE "NETO SUCURSAL ".
               05 WS-NEN-SUCURSAL PIC 9(3).
               05 FILLER PIC X(5) VALUE SPACES.
               05 WS-NEN-MONTO PIC -ZZ,ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-TOTAL-ENLACES.
               05 FILLER PIC X(22) VALUE "ENLACES DEL DIA".
               05 WS-TEN-CANTIDAD PIC ZZZZ9.

           01  WS-LINEA-INACTIVA.
               05 WS-INA-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-INA-SALDO PIC -ZZZ,ZZZ,ZZ9.

           01  WS-TABLA-FRACCION.
               05 WS-FRACCION OCCURS 500 TIMES.
                   10 WS-FRA-DIA PIC 9(8).
                   10 WS-FRA-MONTO PIC 9(9).

           01  WS-LINEA-PERIODO-LAVADO.
               05 FILLER PIC X(9) VALUE "PERIODO: ".
               05 WS-LAV-DESDE PIC 9(8).
               05 FILLER PIC X(4) VALUE " AL ".
               05 WS-LAV-HASTA PIC 9(8).

           01  WS-LINEA-UMBRAL-LAVADO.
               05 FILLER PIC X(8) VALUE "UMBRAL: ".
               05 WS-LAV-UMBRAL PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(7) VALUE " PISO: ".
               05 WS-LAV-PISO PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(7) VALUE " DIAS: ".
               05 WS-LAV-DIAS PIC ZZ9.
               05 FILLER PIC X(9) VALUE " MINIMO: ".
               05 WS-LAV-MINIMO PIC ZZ9.

           01  WS-LINEA-CLIENTE-LAVADO.
               05 FILLER PIC X(8) VALUE "CLIENTE ".
               05 WS-LAV-CLIENTE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LAV-NOMBRE PIC X(40).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LAV-DOCUMENTO PIC X(15).

           01  WS-LINEA-EFECTIVO-LAVADO.
               05 FILLER PIC X(13) VALUE "  EFECTIVO".
               05 WS-LAV-FECHA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LAV-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE "-".
               05 WS-LAV-SECUENCIA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LAV-TIPO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LAV-INDICADOR PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-LAV-MONTO PIC ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-FRACCION-LAVADO.
               05 FILLER PIC X(13) VALUE "  FRACCION".
               05 WS-LAV-FRA-DESDE PIC 9(8).
               05 FILLER PIC X(4) VALUE " AL ".
               05 WS-LAV-FRA-HASTA PIC 9(8).
               05 FILLER PIC X(5) VALUE " OPS ".
               05 WS-LAV-FRA-OPS PIC ZZ9.
               05 FILLER PIC X(7) VALUE " TOTAL ".
               05 WS-LAV-FRA-MONTO PIC ZZ,ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-TOTAL-LAVADO.
               05 WS-LAV-ETIQUETA PIC X(24).
               05 WS-LAV-CANTIDAD PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 WS-LAV-TOTAL PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-EJERCICIO-CERT.
               05 FILLER PIC X(11) VALUE "EJERCICIO: ".
               05 WS-CER-EJERCICIO PIC 9(4).
               05 FILLER PIC X(10) VALUE "  FECHA: ".
               05 WS-CER-FECHA PIC 9(8).

           01  WS-LINEA-CLIENTE-CERT.
               05 FILLER PIC X(9) VALUE "CLIENTE: ".
               05 WS-CER-CLIENTE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CER-NOMBRE PIC X(40).

           01  WS-LINEA-DOCUMENTO-CERT.
               05 FILLER PIC X(11) VALUE "DOCUMENTO: ".
               05 WS-CER-DOCUMENTO PIC X(15).
               05 FILLER PIC X(13) VALUE "  DIRECCION: ".
               05 WS-CER-DIRECCION PIC X(40).

           01  WS-LINEA-TITULOS-CERT.
               05 FILLER PIC X(11) VALUE "CUENTA".
               05 FILLER PIC X(2) VALUE "T".
               05 FILLER PIC X(16) VALUE "  SALDO INICIAL".
               05 FILLER PIC X(16) VALUE "    SALDO FINAL".
               05 FILLER PIC X(16) VALUE "      INTERESES".
               05 FILLER PIC X(16) VALUE "     COMISIONES".

           01  WS-LINEA-CUENTA-CERT.
               05 WS-CER-CUENTA PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 WS-CER-TIPO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CER-INICIAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               05 WS-CER-FINAL PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               05 WS-CER-INTERES PIC -ZZZ,ZZZ,ZZZ,ZZ9.
               05 WS-CER-COMISION PIC -ZZZ,ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-TOTAL-CERT.
               05 WS-CER-ETIQUETA PIC X(40).
               05 WS-CER-IMPORTE PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-CARGO-PENDIENTE.
               05 WS-CAR-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-PLA-DESTINO PIC 9(8).

           01  WS-LINEA-CABECERA-ARQUEO.
               05 FILLER PIC X(10) VALUE "OPERADOR: ".
               05 WS-ARQ-OPERADOR PIC X(8).
               05 FILLER PIC X(13) VALUE "  APERTURA: ".
               05 WS-ARQ-FECHA-APERTURA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ARQ-HORA-APERTURA PIC 9(6).
               05 FILLER PIC X(10) VALUE "  ARQUEO: ".
               05 WS-ARQ-FECHA-ARQUEO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-ARQ-HORA-ARQUEO PIC 9(6).

           01  WS-LINEA-DETALLE-ARQUEO.
               05 WS-ARQ-ETIQUETA PIC X(30).
               05 WS-ARQ-MONTO PIC -Z,ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-CABECERA-CRONOGRAMA.
               05 FILLER PIC X(10) VALUE "PRESTAMO: ".
               05 WS-CRO-CUENTA PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-NOMBRE PIC X(15).
               05 FILLER PIC X(12) VALUE "  VINCULADA:".
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-VINCULADA PIC 9(8).

           01  WS-LINEA-CONDICIONES-CRONOGRAMA.
               05 FILLER PIC X(9) VALUE "CAPITAL: ".
               05 WS-CRO-CAPITAL PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(8) VALUE "  TASA: ".
               05 WS-CRO-TASA PIC Z9.9999.
               05 FILLER PIC X(9) VALUE "  PLAZO: ".
               05 WS-CRO-PLAZO PIC ZZ9.
               05 FILLER PIC X(14) VALUE "  DESEMBOLSO: ".
               05 WS-CRO-DESEMBOLSO PIC 9(8).

           01  WS-LINEA-TITULOS-CRONOGRAMA.
               05 FILLER PIC X(4) VALUE "NRO".
               05 FILLER PIC X(9) VALUE "VENCE".
               05 FILLER PIC X(12) VALUE "    CAPITAL".
               05 FILLER PIC X(12) VALUE "    INTERES".
               05 FILLER PIC X(12) VALUE "      CUOTA".
               05 FILLER PIC X(12) VALUE "      SALDO".
               05 FILLER PIC X(1) VALUE "E".

           01  WS-LINEA-DETALLE-CRONOGRAMA.
               05 WS-CRO-NUMERO PIC ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-VENCIMIENTO PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-CUO-CAPITAL PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-INTERES PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-TOTAL PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-SALDO PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-ESTADO PIC X(1).

           01  WS-LINEA-TOTAL-CRONOGRAMA.
               05 FILLER PIC X(13) VALUE "TOTALES".
               05 WS-CRO-TOT-CAPITAL PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-TOT-INTERES PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-CRO-TOT-CUOTAS PIC ZZZ,ZZZ,ZZ9.

           01  WS-LINEA-CABECERA-EXTRACTO.
               05 FILLER PIC X(8) VALUE "CUENTA: ".
               05 WS-EXT-CUENTA PIC 9(8).
               05 WS-EXT-TIPO PIC X(20).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-EXT-INDICADOR PIC X(1).
               05 WS-EXT-MARCA PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-EXT-MONTO PIC ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-EXT-SALDO PIC -ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 WS-EXT-REFERENCIA.
                   10 WS-EXT-REF-CUENTA PIC 9(8).
                   10 WS-EXT-REF-SEPARADOR PIC X(1).
                   10 WS-EXT-REF-SECUENCIA PIC 9(6).

       PROCEDURE DIVISION.
       Inicio.
           PERFORM InicializarSistema.

           ACCEPT WS-LINEA-COMANDO FROM COMMAND-LINE.
           UNSTRING WS-LINEA-COMANDO DELIMITED BY ALL SPACE
               INTO WS-PARAMETRO WS-OPCION-PARAMETRO.
           EVALUATE WS-PARAMETRO
               WHEN "LOTE"
               WHEN "INTERES"
               WHEN "CIERRE"
               WHEN "PLAZOS"
               WHEN "ORDENES"
               WHEN "CARGOS"
               WHEN "INACTIVAS"
               WHEN "CANJE"
               WHEN "CUOTAS"
               WHEN "VERIFICA"
               WHEN "FINDIA"
               WHEN "REPROCESO"
                   PERFORM EjecutarPasoNocturno
               WHEN "BITACORA"
                   PERFORM ProcesoBitacora
               WHEN "LAVADO"
                   PERFORM ProcesoLavado
               WHEN "CERTIFICA"
                   PERFORM ProcesoCertificados
               WHEN OTHER
                   PERFORM IniciarSesion
                   IF OPERADOR-VALIDO
           END-PERFORM.
           IF OPERADOR-VALIDO
               DISPLAY "Bienvenido, operador ", WS-OPERADOR
               MOVE WS-SUCURSAL-OPERADOR TO WS-SUCURSAL-BUSCADA
               PERFORM BuscarSucursal
               DISPLAY "Sucursal: ", WS-SUCURSAL-OPERADOR, " ",
                   WS-NOMBRE-SUCURSAL
               PERFORM AbrirCajaOperador
           END-IF.

       ValidarOperador.
                               SET OPERADOR-VALIDO TO TRUE
                               MOVE OPER-ID TO WS-OPERADOR
                               MOVE OPER-NIVEL TO WS-OPERADOR-NIVEL
                               PERFORM AsignarSucursalOperador
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArchivoOperadores
           END-IF.

       AsignarSucursalOperador.
           IF OPER-SUCURSAL NUMERIC AND OPER-SUCURSAL > ZEROS
               MOVE OPER-SUCURSAL TO WS-SUCURSAL-OPERADOR
           ELSE
               MOVE WS-SUCURSAL-PRINCIPAL TO WS-SUCURSAL-OPERADOR
           END-IF.

       InicializarSistema.
           PERFORM CargarFeriados.
           PERFORM CargarSucursales.
           PERFORM LeerFechaNegocio.

           OPEN I-O ArchivoCuentas.
           IF WS-ESTADO-CUENTAS = "35"
           CLOSE ArchivoMovimientos.
           CLOSE ArchivoAuditoria.

       LeerFechaNegocio.
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-FECHA-SISTEMA.
           MOVE ZEROS TO WS-FECHA-ANTERIOR.
           OPEN INPUT ArchivoFechaNegocio.
           IF WS-ESTADO-FECHA-NEG = "00"
               READ ArchivoFechaNegocio
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FN-FECHA-PROCESO TO WS-FECHA-SISTEMA
                       MOVE FN-FECHA-ANTERIOR TO WS-FECHA-ANTERIOR
               END-READ
               CLOSE ArchivoFechaNegocio
           END-IF.

           IF WS-FECHA-SISTEMA = ZEROS
               MOVE WS-FECHA-MAQUINA TO WS-FECHA-HABIL
               PERFORM AjustarDiaHabil
               MOVE WS-FECHA-HABIL TO WS-FECHA-SISTEMA
               PERFORM GrabarFechaNegocio
               DISPLAY "Fecha de negocio inicializada: ",
                   WS-FECHA-SISTEMA
           END-IF.

       GrabarFechaNegocio.
           OPEN OUTPUT ArchivoFechaNegocio.
           IF WS-ESTADO-FECHA-NEG NOT = "00"
               DISPLAY "No se pudo grabar la fecha de negocio."
           ELSE
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE SPACES TO RegistroFechaNegocio
               MOVE WS-FECHA-SISTEMA TO FN-FECHA-PROCESO
               MOVE WS-FECHA-ANTERIOR TO FN-FECHA-ANTERIOR
               MOVE WS-FECHA-MAQUINA TO FN-FECHA-CAMBIO
               MOVE WS-HORA-HHMMSS TO FN-HORA-CAMBIO
               WRITE RegistroFechaNegocio
               CLOSE ArchivoFechaNegocio
           END-IF.

       CargarFeriados.
           MOVE ZEROS TO WS-CANT-FERIADOS.
           OPEN INPUT ArchivoFeriados.
           IF WS-ESTADO-FERIADOS NOT = "00"
               DISPLAY "Sin calendario de feriados, solo se excluyen ",
                   "fines de semana."
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoFeriados
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           IF FER-FECHA NUMERIC AND
                               WS-CANT-FERIADOS < 200
                               ADD 1 TO WS-CANT-FERIADOS
                               MOVE FER-FECHA
                                   TO WS-FERIADO(WS-CANT-FERIADOS)
                           ELSE
                               DISPLAY "Feriado ignorado: ", FER-FECHA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoFeriados
           END-IF.

       CargarSucursales.
           MOVE ZEROS TO WS-CANT-SUCURSALES.
           OPEN INPUT ArchivoSucursales.
           IF WS-ESTADO-SUCURSALES NOT = "00"
               DISPLAY "Sin tabla de sucursales, se opera solo con ",
                   "casa central."
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoSucursales
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM AgregarSucursal
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoSucursales
           END-IF.
           IF WS-CANT-SUCURSALES = ZEROS
               MOVE 1 TO WS-CANT-SUCURSALES
               MOVE 1 TO WS-SUC-CODIGO(1)
               MOVE "CASA CENTRAL" TO WS-SUC-NOMBRE(1)
           END-IF.
           MOVE WS-SUC-CODIGO(1) TO WS-SUCURSAL-PRINCIPAL.

       AgregarSucursal.
           MOVE "N" TO WS-SWITCH-SUCURSAL.
           IF SUC-CODIGO NUMERIC AND SUC-CODIGO > ZEROS
               MOVE SUC-CODIGO TO WS-SUCURSAL-BUSCADA
               PERFORM BuscarSucursal
               IF NOT SUCURSAL-ENCONTRADA AND
                   WS-CANT-SUCURSALES < 50
                   ADD 1 TO WS-CANT-SUCURSALES
                   MOVE SUC-CODIGO
                       TO WS-SUC-CODIGO(WS-CANT-SUCURSALES)
                   MOVE SUC-NOMBRE
                       TO WS-SUC-NOMBRE(WS-CANT-SUCURSALES)
               ELSE
                   DISPLAY "Sucursal ignorada: ", SUC-CODIGO
               END-IF
           ELSE
               DISPLAY "Sucursal ignorada: ", SUC-CODIGO
           END-IF.

       BuscarSucursal.
           MOVE "N" TO WS-SWITCH-SUCURSAL.
           MOVE "SIN REGISTRAR" TO WS-NOMBRE-SUCURSAL.
           PERFORM VARYING WS-IND-SUCURSAL FROM 1 BY 1
               UNTIL WS-IND-SUCURSAL > WS-CANT-SUCURSALES
                   OR SUCURSAL-ENCONTRADA
               IF WS-SUC-CODIGO(WS-IND-SUCURSAL) = WS-SUCURSAL-BUSCADA
                   SET SUCURSAL-ENCONTRADA TO TRUE
                   MOVE WS-SUC-NOMBRE(WS-IND-SUCURSAL)
                       TO WS-NOMBRE-SUCURSAL
               END-IF
           END-PERFORM.

       ObtenerSucursalCuenta.
           IF Sucursal > ZEROS
               MOVE Sucursal TO WS-SUCURSAL-BUSCADA
           ELSE
               MOVE WS-SUCURSAL-PRINCIPAL TO WS-SUCURSAL-BUSCADA
           END-IF.

       EsDiaHabil.
           MOVE "N" TO WS-SWITCH-DIA-HABIL.
           COMPUTE WS-DIAS-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HABIL).
           IF WS-DIAS-HABIL > ZEROS
               COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIAS-HABIL, 7)
               IF WS-DIA-SEMANA NOT = 0 AND WS-DIA-SEMANA NOT = 6
                   SET DIA-HABIL TO TRUE
                   PERFORM VARYING WS-IND-FERIADO FROM 1 BY 1
                       UNTIL WS-IND-FERIADO > WS-CANT-FERIADOS
                           OR NOT DIA-HABIL
                       IF WS-FERIADO(WS-IND-FERIADO) = WS-FECHA-HABIL
                           MOVE "N" TO WS-SWITCH-DIA-HABIL
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       AjustarDiaHabil.
           PERFORM EsDiaHabil.
           PERFORM UNTIL DIA-HABIL OR WS-DIAS-HABIL = ZEROS
               ADD 1 TO WS-DIAS-HABIL
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-HABIL)
                   TO WS-FECHA-HABIL
               PERFORM EsDiaHabil
           END-PERFORM.

       SiguienteDiaHabil.
           COMPUTE WS-DIAS-HABIL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-HABIL).
           IF WS-DIAS-HABIL > ZEROS
               ADD 1 TO WS-DIAS-HABIL
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-HABIL)
                   TO WS-FECHA-HABIL
               PERFORM AjustarDiaHabil
           END-IF.

       GrabarAuditoria.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-FECHA-SISTEMA TO WS-LA-FECHA.
           WRITE RegistroAuditoria FROM WS-LINEA-AUDITORIA.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.

       GrabarAuditoriaSistema.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-FECHA-SISTEMA TO WS-LA-FECHA.
           MOVE WS-HORA-HHMMSS TO WS-LA-HORA.
           MOVE WS-OPERADOR TO WS-LA-OPERADOR.
           MOVE ZEROS TO WS-LA-NUMERO-CUENTA.
           MOVE WS-NOMBRE-AUDITORIA TO WS-LA-NOMBRE.
           MOVE WS-ACCION TO WS-LA-ACCION.
           MOVE WS-SALDO-AUDITORIA TO WS-LA-SALDO.
           MOVE WS-MOTIVO-AUDITORIA TO WS-LA-MOTIVO.
           WRITE RegistroAuditoria FROM WS-LINEA-AUDITORIA.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.

       GrabarMovimiento.
           ADD 1 TO UltimaSecuencia.
           REWRITE Cuenta
           MOVE WS-INDICADOR-MOVIMIENTO TO MOV-INDICADOR.
           MOVE WS-MONTO-MOVIMIENTO TO MOV-MONTO.
           MOVE Saldo TO MOV-SALDO.
           MOVE WS-MARCA-MOVIMIENTO TO MOV-ESTADO.
           MOVE WS-REFERENCIA-MOVIMIENTO TO MOV-REFERENCIA.
           MOVE WS-CLIENTE-AUTORIZA TO MOV-CLIENTE-AUTORIZA.
           IF WS-SUCURSAL-OPERADOR > ZEROS
               MOVE WS-SUCURSAL-OPERADOR TO MOV-SUCURSAL
           ELSE
               IF Sucursal > ZEROS
                   MOVE Sucursal TO MOV-SUCURSAL
               ELSE
                   MOVE WS-SUCURSAL-PRINCIPAL TO MOV-SUCURSAL
               END-IF
           END-IF.
           MOVE ZEROS TO WS-ULTIMO-MOVIMIENTO.
           WRITE Movimiento
               INVALID KEY
                   DISPLAY "No se pudo grabar el movimiento: ",
                       MOV-CUENTA
               NOT INVALID KEY
                   MOVE MOV-CLAVE TO WS-ULTIMO-MOVIMIENTO
           END-WRITE.
           MOVE SPACE TO WS-MARCA-MOVIMIENTO.
           MOVE ZEROS TO WS-REFERENCIA-MOVIMIENTO.
           MOVE ZEROS TO WS-CLIENTE-AUTORIZA.

       EnlazarMovimientoEnvio.
           MOVE WS-MOVIMIENTO-ENVIO TO MOV-CLAVE.
           READ ArchivoMovimientos
               INVALID KEY
                   DISPLAY "No se pudo enlazar el movimiento: ",
                       MOV-CUENTA
               NOT INVALID KEY
                   MOVE WS-ULTIMO-MOVIMIENTO TO MOV-REFERENCIA
                   REWRITE Movimiento
                       INVALID KEY
                           DISPLAY "No se pudo enlazar el movimiento: ",
                               MOV-CUENTA
                   END-REWRITE
           END-READ.

       MarcarMovimientoReversado.
           MOVE WS-CLAVE-MARCAR TO MOV-CLAVE.
           READ ArchivoMovimientos
               INVALID KEY
                   DISPLAY "No se pudo marcar el movimiento: ",
                       MOV-CUENTA
               NOT INVALID KEY
                   SET MOVIMIENTO-REVERSADO TO TRUE
                   REWRITE Movimiento
                       INVALID KEY
                           DISPLAY "No se pudo marcar el movimiento: ",
                               MOV-CUENTA
                   END-REWRITE
           END-READ.

       Main.

               "8.Estado cuenta".
           DISPLAY "9.Extracto 10.Clientes 11.Ordenes ",
               "12.Limite diario 13.Auditoria".
           DISPLAY "14.Reverso 15.Caja 16.Chequeras 17.Prestamos".
           DISPLAY "Digita una Opcion"
           ACCEPT Opcion.

               WHEN 13
                   PERFORM ConsultaAuditoria
                   PERFORM Main
               WHEN 14
                   PERFORM ReversarMovimiento
                   PERFORM Main
               WHEN 15
                   PERFORM MantenimientoCaja
                   PERFORM Main
               WHEN 16
                   PERFORM MantenimientoCheques
                   PERFORM Main
               WHEN 17
                   PERFORM MantenimientoPrestamos
                   PERFORM Main
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
                   PERFORM Main
           END-EVALUATE.

       CreaCuenta.
           DISPLAY "-----CREAR CUENTA-----".
           PERFORM VerificarSucursalOperador.
           IF SUCURSAL-ENCONTRADA
               PERFORM PedirDatosCuenta
           END-IF.

       VerificarSucursalOperador.
           MOVE WS-SUCURSAL-OPERADOR TO WS-SUCURSAL-BUSCADA.
           PERFORM BuscarSucursal.
           IF SUCURSAL-ENCONTRADA
               DISPLAY "Sucursal de apertura: ", WS-SUCURSAL-OPERADOR,
                   " ", WS-NOMBRE-SUCURSAL
           ELSE
               DISPLAY "Sucursal del operador no registrada: ",
                   WS-SUCURSAL-OPERADOR
               DISPLAY "Apertura cancelada."
           END-IF.

       PedirDatosCuenta.
           DISPLAY "Ingrese el documento de identidad.".
           MOVE SPACES TO WS-DOCUMENTO.
           ACCEPT WS-DOCUMENTO.
           MOVE SPACE TO WS-TIPO-CUENTA.
           PERFORM UNTIL TIPO-CUENTA-VALIDO
               DISPLAY "Ingrese tipo cuenta (A-Ahorro, C-Corriente, ",
                   "P-Plazo fijo, L-Prestamo)."
               ACCEPT WS-TIPO-CUENTA
               IF NOT TIPO-CUENTA-VALIDO
                   DISPLAY "Tipo de cuenta invalido, intente de nuevo."
           MOVE ZEROS TO WS-PLAZO-DIAS.
           MOVE ZEROS TO WS-TASA-PACTADA.
           MOVE ZEROS TO WS-CUENTA-VINCULADA.
           EVALUATE WS-TIPO-CUENTA
               WHEN "L"
                   PERFORM PedirDatosPrestamo
                   IF PRESTAMO-VALIDO
                       PERFORM GrabarPrestamoNuevo
                   ELSE
                       DISPLAY "Apertura cancelada."
                   END-IF
               WHEN OTHER
                   PERFORM VerificarCajaAbierta
                   IF CAJA-OPERATIVA
                       PERFORM AbrirCuentaDeposito
                   ELSE
                       DISPLAY "Apertura cancelada."
                   END-IF
           END-EVALUATE.

       AbrirCuentaDeposito.
           IF WS-TIPO-CUENTA = "P"
               PERFORM PedirDatosPlazoFijo
               IF PLAZO-FIJO-VALIDO
                   INVALID KEY
                       DISPLAY "Cuenta vinculada no encontrada."
                   NOT INVALID KEY
                       PERFORM ObtenerSucursalCuenta
                       EVALUATE TRUE
                           WHEN NOT CUENTA-ACTIVA
                               DISPLAY "Cuenta vinculada no activa."
                           WHEN TipoCuenta = "P" OR TipoCuenta = "L"
                               DISPLAY "Cuenta vinculada invalida."
                           WHEN WS-SUCURSAL-BUSCADA NOT =
                               WS-SUCURSAL-OPERADOR
                               DISPLAY "La cuenta vinculada es de ",
                                   "otra sucursal."
                           WHEN OTHER
                               SET PLAZO-FIJO-VALIDO TO TRUE
                       END-EVALUATE
               END-READ
           END-IF.

           MOVE WS-TIPO-CUENTA TO TipoCuenta.
           MOVE WS-NUMERO-CLIENTE TO Titular.
           MOVE "A" TO Estado.
           MOVE WS-SUCURSAL-OPERADOR TO Sucursal.

           MOVE ZEROS TO LimiteSobregiro.
           IF TipoCuenta = "C"
           MOVE ZEROS TO FechaUsoDiario.
           MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento.
           MOVE ZEROS TO UltimaSecuencia.
           MOVE ZEROS TO UltimoCheque.
           MOVE ZEROS TO CapitalOriginal.
           MOVE ZEROS TO FechaDesembolso.
           MOVE ZEROS TO PlazoMeses.
           MOVE ZEROS TO DiasMora.
           MOVE ZEROS TO MontoMora.
           IF TipoCuenta NOT = "P"
               DISPLAY "Ingrese el limite diario de retiros ",
                   "(0 = sin limite)."
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)
                   + WS-PLAZO-DIAS
               MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-VENCIMIENTO)
                   TO WS-FECHA-HABIL
               PERFORM AjustarDiaHabil
               MOVE WS-FECHA-HABIL TO FechaVencimiento
               DISPLAY "Fecha de vencimiento: ", FechaVencimiento
           END-IF.

                   MOVE WS-MONTO TO WS-MONTO-MOVIMIENTO
                   MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   IF WS-MONTO > ZEROS
                       MOVE "I" TO WS-TIPO-EFECTIVO
                       MOVE WS-MONTO TO WS-MONTO-CAJA
                       PERFORM RegistrarEfectivoCaja
                   END-IF
                   PERFORM AltaTitularesCuenta
           END-WRITE.

       AltaTitularesCuenta.
           MOVE NumeroCuenta TO WS-CUENTA-TITULARES.
           PERFORM AbrirArchivoTitulares.
           IF WS-ESTADO-TITULARES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de titulares."
           ELSE
               DISPLAY "Agregar cotitulares o firmantes? (S/N)"
               MOVE SPACE TO WS-RESPUESTA
               ACCEPT WS-RESPUESTA
               MOVE "I" TO WS-REGLA-FIRMA
               IF WS-RESPUESTA = "S"
                   DISPLAY "Regla de firma del titular principal."
                   PERFORM PedirReglaFirma
               END-IF
               PERFORM GrabarTitularPrincipal
               PERFORM UNTIL WS-RESPUESTA NOT = "S"
                   PERFORM PedirNuevoTitular
                   DISPLAY "Agregar otro cotitular o firmante? (S/N)"
                   MOVE SPACE TO WS-RESPUESTA
                   ACCEPT WS-RESPUESTA
               END-PERFORM
               CLOSE ArchivoTitulares
           END-IF.

       GrabarTitularPrincipal.
           MOVE WS-CUENTA-TITULARES TO TIT-CUENTA.
           MOVE Titular TO TIT-CLIENTE.
           MOVE "P" TO TIT-ROL.
           MOVE WS-REGLA-FIRMA TO TIT-REGLA-FIRMA.
           MOVE WS-FECHA-SISTEMA TO TIT-FECHA-ALTA.
           MOVE WS-OPERADOR TO TIT-OPERADOR.
           WRITE RegistroTitular
               INVALID KEY
                   DISPLAY "No se pudo registrar el titular: ",
                       TIT-CLIENTE
           END-WRITE.

       PedirNuevoTitular.
           DISPLAY "Ingrese el documento del cotitular o firmante.".
           MOVE SPACES TO WS-DOCUMENTO.
           ACCEPT WS-DOCUMENTO.
           PERFORM BuscarClientePorDocumento.
           IF CLIENTE-ENCONTRADO
               DISPLAY "Cliente existente: ", NombreCliente
           ELSE
               PERFORM RegistrarCliente
           END-IF.

           IF NumeroCliente = Titular
               DISPLAY "El cliente ya es el titular principal."
           ELSE
               MOVE SPACE TO WS-ROL-TITULAR
               PERFORM UNTIL ROL-TITULAR-VALIDO
                   DISPLAY "Ingrese el rol (C-Cotitular, ",
                       "F-Firmante autorizado)."
                   ACCEPT WS-ROL-TITULAR
                   IF NOT ROL-TITULAR-VALIDO
                       DISPLAY "Rol invalido, intente de nuevo."
                   END-IF
               END-PERFORM
               PERFORM PedirReglaFirma
               PERFORM GrabarNuevoTitular
           END-IF.

       PedirReglaFirma.
           MOVE SPACE TO WS-REGLA-FIRMA.
           PERFORM UNTIL REGLA-FIRMA-VALIDA
               DISPLAY "Ingrese la regla de firma (I-Indistinta, ",
                   "J-Conjunta)."
               ACCEPT WS-REGLA-FIRMA
               IF NOT REGLA-FIRMA-VALIDA
                   DISPLAY "Regla invalida, intente de nuevo."
               END-IF
           END-PERFORM.

       GrabarNuevoTitular.
           MOVE WS-CUENTA-TITULARES TO TIT-CUENTA.
           MOVE NumeroCliente TO TIT-CLIENTE.
           MOVE WS-ROL-TITULAR TO TIT-ROL.
           MOVE WS-REGLA-FIRMA TO TIT-REGLA-FIRMA.
           MOVE WS-FECHA-SISTEMA TO TIT-FECHA-ALTA.
           MOVE WS-OPERADOR TO TIT-OPERADOR.
           WRITE RegistroTitular
               INVALID KEY
                   DISPLAY "El cliente ya esta vinculado a la cuenta."
               NOT INVALID KEY
                   IF TITULAR-CONJUNTO
                       MOVE "ALTA COTITULAR" TO WS-ACCION
                   ELSE
                       MOVE "ALTA FIRMANTE" TO WS-ACCION
                   END-IF
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING "CLIENTE " DELIMITED BY SIZE
                       TIT-CLIENTE DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
                   DISPLAY "Cliente vinculado: ", TIT-CLIENTE
           END-WRITE.

       PedirDatosPrestamo.
           MOVE "N" TO WS-SWITCH-PRESTAMO.
           DISPLAY "Ingrese el capital del prestamo."
           MOVE ZEROS TO WS-CAPITAL-PRESTAMO.
           ACCEPT WS-CAPITAL-PRESTAMO.
           DISPLAY "Ingrese la tasa nominal anual."
           ACCEPT WS-TASA-PACTADA.
           DISPLAY "Ingrese el plazo en meses (1-360)."
           MOVE ZEROS TO WS-PLAZO-MESES.
           ACCEPT WS-PLAZO-MESES.
           DISPLAY "Ingrese la cuenta vinculada para el desembolso ",
               "y el cobro de cuotas."
           ACCEPT WS-CUENTA-VINCULADA.

           IF WS-CAPITAL-PRESTAMO = ZEROS OR WS-PLAZO-MESES = ZEROS
               OR WS-PLAZO-MESES > 360
               DISPLAY "Capital o plazo invalido."
           ELSE
               MOVE WS-CUENTA-VINCULADA TO NumeroCuenta
               READ ArchivoCuentas
                   INVALID KEY
                       DISPLAY "Cuenta vinculada no encontrada."
                   NOT INVALID KEY
                       PERFORM ObtenerSucursalCuenta
                       EVALUATE TRUE
                           WHEN NOT CUENTA-ACTIVA
                               DISPLAY "Cuenta vinculada no activa."
                           WHEN TipoCuenta NOT = "A" AND
                               TipoCuenta NOT = "C"
                               DISPLAY "La cuenta vinculada debe ser ",
                                   "de ahorro o corriente."
                           WHEN Titular NOT = WS-NUMERO-CLIENTE
                               DISPLAY "La cuenta vinculada no es ",
                                   "del cliente."
                           WHEN WS-SUCURSAL-BUSCADA NOT =
                               WS-SUCURSAL-OPERADOR
                               DISPLAY "La cuenta vinculada es de ",
                                   "otra sucursal."
                           WHEN OTHER
                               PERFORM CalcularCuotaFija
                       END-EVALUATE
               END-READ
           END-IF.

       CalcularCuotaFija.
           COMPUTE WS-TASA-MENSUAL ROUNDED = WS-TASA-PACTADA / 1200.
           IF WS-TASA-MENSUAL = ZEROS
               COMPUTE WS-CUOTA-FIJA ROUNDED =
                   WS-CAPITAL-PRESTAMO / WS-PLAZO-MESES
               SET PRESTAMO-VALIDO TO TRUE
           ELSE
               COMPUTE WS-FACTOR-CUOTA ROUNDED =
                   (1 + WS-TASA-MENSUAL) ** WS-PLAZO-MESES
                   ON SIZE ERROR
                       DISPLAY "Tasa o plazo fuera de rango."
                   NOT ON SIZE ERROR
                       COMPUTE WS-CUOTA-FIJA ROUNDED =
                           WS-CAPITAL-PRESTAMO * WS-TASA-MENSUAL *
                           WS-FACTOR-CUOTA / (WS-FACTOR-CUOTA - 1)
                       SET PRESTAMO-VALIDO TO TRUE
               END-COMPUTE
           END-IF.
           IF PRESTAMO-VALIDO
               DISPLAY "Cuota mensual: ", WS-CUOTA-FIJA
           END-IF.

       GrabarPrestamoNuevo.
           PERFORM AbrirArchivoCuotas.
           IF WS-ESTADO-CUOTAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas."
               DISPLAY "Apertura cancelada."
           ELSE
               PERFORM GrabarCuentaPrestamo
               CLOSE ArchivoCuotas
           END-IF.

       GrabarCuentaPrestamo.
           MOVE CONTADOR TO NumeroCuenta.
           ADD 1 TO CONTADOR.
           MOVE NombreCliente TO Nombre.
           MOVE "L" TO TipoCuenta.
           MOVE ZEROS TO Saldo.
           MOVE WS-NUMERO-CLIENTE TO Titular.
           MOVE "A" TO Estado.
           MOVE WS-SUCURSAL-OPERADOR TO Sucursal.
           MOVE ZEROS TO LimiteSobregiro.
           MOVE ZEROS TO PlazoDias.
           MOVE WS-TASA-PACTADA TO TasaPactada.
           MOVE ZEROS TO FechaVencimiento.
           MOVE WS-CUENTA-VINCULADA TO CuentaVinculada.
           MOVE ZEROS TO LimiteDiario.
           MOVE ZEROS TO UsadoDiario.
           MOVE ZEROS TO FechaUsoDiario.
           MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento.
           MOVE ZEROS TO UltimaSecuencia.
           MOVE ZEROS TO UltimoCheque.
           MOVE WS-CAPITAL-PRESTAMO TO CapitalOriginal.
           MOVE WS-FECHA-SISTEMA TO FechaDesembolso.
           MOVE WS-PLAZO-MESES TO PlazoMeses.
           MOVE ZEROS TO DiasMora.
           MOVE ZEROS TO MontoMora.

           WRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo crear el prestamo ", NumeroCuenta
               NOT INVALID KEY
                   MOVE NumeroCuenta TO WS-CUENTA-PRESTAMO
                   MOVE "APERTURA PRESTAMO" TO WS-ACCION
                   PERFORM GrabarAuditoria
                   PERFORM GenerarCronograma
                   PERFORM DesembolsarPrestamo
                   MOVE WS-CUENTA-PRESTAMO TO NumeroCuenta
                   READ ArchivoCuentas
                       INVALID KEY
                           DISPLAY "Prestamo no encontrado: ",
                               WS-CUENTA-PRESTAMO
                       NOT INVALID KEY
                           DISPLAY "Prestamo creado: ", NumeroCuenta
                           PERFORM ImprimirCronograma
                           PERFORM AltaTitularesCuenta
                   END-READ
           END-WRITE.

       GenerarCronograma.
           MOVE WS-CAPITAL-PRESTAMO TO WS-SALDO-CAPITAL.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-CALCULO.
           MOVE WS-FC-DD TO WS-DIA-DESEMBOLSO.
           PERFORM VARYING WS-IND-CUOTA FROM 1 BY 1
               UNTIL WS-IND-CUOTA > WS-PLAZO-MESES
               PERFORM GrabarCuota
           END-PERFORM.

       GrabarCuota.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-CALCULO.
           COMPUTE WS-MESES-CUOTA =
               WS-FC-AAAA * 12 + WS-FC-MM - 1 + WS-IND-CUOTA.
           DIVIDE WS-MESES-CUOTA BY 12 GIVING WS-FC-AAAA
               REMAINDER WS-FC-MM.
           ADD 1 TO WS-FC-MM.
           MOVE WS-DIA-DESEMBOLSO TO WS-FC-DD.
           COMPUTE WS-DIAS-VENCIMIENTO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO).
           PERFORM UNTIL WS-DIAS-VENCIMIENTO > ZEROS
               SUBTRACT 1 FROM WS-FC-DD
               COMPUTE WS-DIAS-VENCIMIENTO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CALCULO)
           END-PERFORM.
           MOVE WS-FECHA-CALCULO TO WS-FECHA-HABIL.
           PERFORM AjustarDiaHabil.

           COMPUTE WS-INTERES-CUOTA ROUNDED =
               WS-SALDO-CAPITAL * WS-TASA-MENSUAL.
           MOVE SPACES TO RegistroCuota.
           MOVE WS-CUENTA-PRESTAMO TO CUO-CUENTA.
           MOVE WS-IND-CUOTA TO CUO-NUMERO.
           MOVE WS-FECHA-HABIL TO CUO-FECHA-VENCIMIENTO.
           MOVE WS-INTERES-CUOTA TO CUO-INTERES.
           IF WS-IND-CUOTA = WS-PLAZO-MESES OR
               WS-CUOTA-FIJA - WS-INTERES-CUOTA > WS-SALDO-CAPITAL
               MOVE WS-SALDO-CAPITAL TO CUO-CAPITAL
           ELSE
               COMPUTE CUO-CAPITAL = WS-CUOTA-FIJA - WS-INTERES-CUOTA
           END-IF.
           SUBTRACT CUO-CAPITAL FROM WS-SALDO-CAPITAL.
           MOVE WS-SALDO-CAPITAL TO CUO-SALDO-CAPITAL.
           MOVE ZEROS TO CUO-RECARGO.
           MOVE ZEROS TO CUO-PAGADO-CAPITAL.
           MOVE ZEROS TO CUO-PAGADO-INTERES.
           MOVE ZEROS TO CUO-PAGADO-RECARGO.
           MOVE ZEROS TO CUO-FECHA-PAGO.
           MOVE "P" TO CUO-ESTADO.
           WRITE RegistroCuota
               INVALID KEY
                   DISPLAY "Cuota ya existente: ", CUO-NUMERO
           END-WRITE.
           MOVE WS-FECHA-HABIL TO WS-VENCIMIENTO-PRESTAMO.

       DesembolsarPrestamo.
           MOVE WS-CUENTA-PRESTAMO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Prestamo no encontrado: ",
                       WS-CUENTA-PRESTAMO
               NOT INVALID KEY
                   ADD WS-CAPITAL-PRESTAMO TO Saldo
                   MOVE WS-VENCIMIENTO-PRESTAMO TO FechaVencimiento
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: ",
                               NumeroCuenta
                       NOT INVALID KEY
                           MOVE "DESEMBOLSO PRESTAMO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE WS-CAPITAL-PRESTAMO
                               TO WS-MONTO-MOVIMIENTO
                           MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           MOVE WS-ULTIMO-MOVIMIENTO
                               TO WS-MOVIMIENTO-ENVIO
                           PERFORM AcreditarDesembolso
                   END-REWRITE
           END-READ.

       AcreditarDesembolso.
           MOVE WS-CUENTA-VINCULADA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta vinculada no encontrada: ",
                       WS-CUENTA-VINCULADA
               NOT INVALID KEY
                   ADD WS-CAPITAL-PRESTAMO TO Saldo
                   MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: ",
                               NumeroCuenta
                       NOT INVALID KEY
                           MOVE "DESEMBOLSO PRESTAMO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE WS-CAPITAL-PRESTAMO
                               TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           MOVE WS-MOVIMIENTO-ENVIO
                               TO WS-REFERENCIA-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           PERFORM EnlazarMovimientoEnvio
                           MOVE Saldo TO WS-SALDO-EDITADO
                           DISPLAY "Desembolso acreditado en cuenta ",
                               NumeroCuenta, ", nuevo saldo: ",
                               WS-SALDO-EDITADO
                   END-REWRITE
           END-READ.

       Depositar.
           DISPLAY "-----DEPOSITO-----".
           PERFORM VerificarCajaAbierta.
           IF CAJA-OPERATIVA
               PERFORM PedirCuentaDeposito
           END-IF.

       PedirCuentaDeposito.
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
               INVALID KEY
                   DISPLAY "Cuenta no encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta no activa, operacion ",
                               "rechazada."
                       WHEN TipoCuenta = "L"
                           DISPLAY "Operacion no permitida en ",
                               "prestamos."
                       WHEN OTHER
                           PERFORM AplicarDeposito
                   END-EVALUATE
           END-READ.

       AplicarDeposito.
                   MOVE WS-MONTO TO WS-MONTO-MOVIMIENTO
                   MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   MOVE "I" TO WS-TIPO-EFECTIVO
                   MOVE WS-MONTO TO WS-MONTO-CAJA
                   PERFORM RegistrarEfectivoCaja
           END-REWRITE.

       Retirar.
           DISPLAY "-----RETIRO-----".
           PERFORM VerificarCajaAbierta.
           IF CAJA-OPERATIVA
               PERFORM PedirCuentaRetiro
           END-IF.

       PedirCuentaRetiro.
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
               INVALID KEY
                   DISPLAY "Cuenta no encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta no activa, operacion ",
                               "rechazada."
                       WHEN TipoCuenta = "L"
                           DISPLAY "Operacion no permitida en ",
                               "prestamos."
                       WHEN OTHER
                           PERFORM AplicarRetiro
                   END-EVALUATE
           END-READ.

       AplicarRetiro.
               WS-FECHA-SISTEMA < FechaVencimiento
               DISPLAY "Plazo fijo no vencido, retiro rechazado."
           ELSE
               PERFORM ValidarFirmaRetiro
           END-IF.

       ValidarFirmaRetiro.
           PERFORM ValidarFirmante.
           IF FIRMA-VALIDA
               PERFORM PedirMontoRetiro
           ELSE
               DISPLAY "Firma no valida, retiro rechazado."
           END-IF.
           MOVE ZEROS TO WS-CLIENTE-AUTORIZA.

       PedirMontoRetiro.
           DISPLAY "Ingrese el monto a retirar."
           IF WS-MONTO-TOTAL > WS-DISPONIBLE
               DISPLAY "Fondos insuficientes, retiro rechazado."
           ELSE
               IF WS-MONTO > WS-EFECTIVO-ESPERADO
                   DISPLAY "Efectivo insuficiente en caja, retiro ",
                       "rechazado."
               ELSE
                   PERFORM ValidarLimiteRetiro
               END-IF
           END-IF.

       ValidarLimiteRetiro.
           MOVE WS-MONTO TO WS-MONTO-LIMITE.
           PERFORM ValidarLimiteDiario.
           IF LIMITE-EXCEDIDO
               DISPLAY "Limite diario excedido."
               PERFORM AutorizarSupervisor
           END-IF.
           IF LIMITE-EXCEDIDO AND NOT SUPERVISOR-AUTORIZO
               DISPLAY "Retiro rechazado."
           ELSE
               PERFORM ConfirmarComision
               IF OPERACION-CONFIRMADA
                   PERFORM AplicarRetiroCuenta
               ELSE
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
               END-IF
           END-IF.

                   MOVE WS-MONTO TO WS-MONTO-MOVIMIENTO
                   MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   MOVE "E" TO WS-TIPO-EFECTIVO
                   MOVE WS-MONTO TO WS-MONTO-CAJA
                   PERFORM RegistrarEfectivoCaja
                   IF WS-COMISION > ZEROS
                       MOVE "COMISION RETIRO" TO WS-ACCION-COMISION
                       MOVE WS-ULTIMO-MOVIMIENTO
                           TO WS-MOVIMIENTO-COMISION
                       PERFORM CobrarComision
                   END-IF
           END-REWRITE.
                   PERFORM GrabarAuditoria
                   MOVE WS-COMISION TO WS-MONTO-MOVIMIENTO
                   MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                   MOVE WS-MOVIMIENTO-COMISION
                       TO WS-REFERENCIA-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   ADD WS-COMISION TO WS-TOTAL-COMISIONES
           END-REWRITE.
                   DISPLAY "Numero de Cuenta: ", NumeroCuenta
                   DISPLAY "Nombre: ", Nombre
                   DISPLAY "Tipo de Cuenta: ", TipoCuenta
                   DISPLAY "Sucursal: ", Sucursal
                   MOVE Saldo TO WS-SALDO-EDITADO
                   DISPLAY "Saldo: ", WS-SALDO-EDITADO
                   DISPLAY "Estado: ", Estado
                       DISPLAY "Vencimiento: ", FechaVencimiento
                       DISPLAY "Cuenta vinculada: ", CuentaVinculada
                   END-IF
                   IF TipoCuenta = "L"
                       MOVE CapitalOriginal TO WS-SALDO-EDITADO
                       DISPLAY "Capital original: ", WS-SALDO-EDITADO
                       DISPLAY "Tasa pactada: ", TasaPactada
                       DISPLAY "Plazo en meses: ", PlazoMeses
                       DISPLAY "Desembolso: ", FechaDesembolso
                       DISPLAY "Ultima cuota: ", FechaVencimiento
                       DISPLAY "Cuenta vinculada: ", CuentaVinculada
                       DISPLAY "Dias de mora: ", DiasMora
                       MOVE MontoMora TO WS-SALDO-EDITADO
                       DISPLAY "Monto en mora: ", WS-SALDO-EDITADO
                   END-IF
           END-READ.

       CambiarEstadoCuenta.
                           MOVE Saldo TO WS-SALDO-EDITADO
                           DISPLAY "Cuenta: ", NumeroCuenta,
                               " Tipo: ", TipoCuenta,
                               " Saldo: ", WS-SALDO-EDITADO,
                               " Rol: TITULAR"
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           PERFORM AbrirArchivoTitulares.
           IF WS-ESTADO-TITULARES = "00"
               PERFORM ListarCuentasVinculadas
               CLOSE ArchivoTitulares
           END-IF.

       ListarCuentasVinculadas.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO TIT-CLAVE.
           START ArchivoTitulares KEY NOT LESS TIT-CLAVE
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoTitulares NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF TIT-CLIENTE = WS-NUMERO-CLIENTE AND
                           NOT TITULAR-PRINCIPAL
                           PERFORM MostrarCuentaVinculada
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       MostrarCuentaVinculada.
           PERFORM NombrarRolTitular.
           MOVE TIT-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada: ", TIT-CUENTA
               NOT INVALID KEY
                   MOVE Saldo TO WS-SALDO-EDITADO
                   DISPLAY "Cuenta: ", NumeroCuenta,
                       " Tipo: ", TipoCuenta,
                       " Saldo: ", WS-SALDO-EDITADO,
                       " Rol: ", WS-DESCRIPCION-ROL,
                       " Firma: ", TIT-REGLA-FIRMA
           END-READ.

       NombrarRolTitular.
           EVALUATE TRUE
               WHEN TITULAR-PRINCIPAL
                   MOVE "TITULAR" TO WS-DESCRIPCION-ROL
               WHEN TITULAR-CONJUNTO
                   MOVE "COTITULAR" TO WS-DESCRIPCION-ROL
               WHEN OTHER
                   MOVE "FIRMANTE" TO WS-DESCRIPCION-ROL
           END-EVALUATE.

       Transferir.
           DISPLAY "-----TRANSFERENCIA-----".
           DISPLAY "Ingrese la cuenta de origen.".
               INVALID KEY
                   DISPLAY "Cuenta destino no encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta destino no activa."
                       WHEN TipoCuenta = "L"
                           DISPLAY "Operacion no permitida en ",
                               "prestamos."
                       WHEN OTHER
                           PERFORM ValidarOrigenTransferencia
                   END-EVALUATE
           END-READ.

       ValidarOrigenTransferencia.
               INVALID KEY
                   DISPLAY "Cuenta origen no encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta origen no activa."
                       WHEN TipoCuenta = "L"
                           DISPLAY "Operacion no permitida en ",
                               "prestamos."
                       WHEN TipoCuenta = "P" AND
                           WS-FECHA-SISTEMA < FechaVencimiento
                           DISPLAY "Plazo fijo no vencido, ",
                               "transferencia rechazada."
                       WHEN OTHER
                           MOVE "T" TO WS-TIPO-COMISION
                           PERFORM ObtenerComision
                           COMPUTE WS-MONTO-TOTAL =
                               DISPLAY "Fondos insuficientes, ",
                                   "transferencia rechazada."
                           ELSE
                               PERFORM ValidarFirmaTransferencia
                           END-IF
                   END-EVALUATE
           END-READ.

       ValidarFirmaTransferencia.
           PERFORM ValidarFirmante.
           IF FIRMA-VALIDA
               PERFORM ValidarLimiteTransferencia
           ELSE
               DISPLAY "Firma no valida, transferencia rechazada."
           END-IF.
           MOVE ZEROS TO WS-CLIENTE-AUTORIZA.

       ValidarLimiteTransferencia.
           MOVE WS-MONTO TO WS-MONTO-LIMITE.
           PERFORM ValidarLimiteDiario.
                   MOVE WS-MONTO TO WS-MONTO-MOVIMIENTO
                   MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   MOVE WS-ULTIMO-MOVIMIENTO TO WS-MOVIMIENTO-ENVIO
                   PERFORM AbonarDestino
           END-REWRITE.

                           PERFORM GrabarAuditoria
                           MOVE WS-MONTO TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           MOVE WS-MOVIMIENTO-ENVIO
                               TO WS-REFERENCIA-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           PERFORM EnlazarMovimientoEnvio
                           IF WS-COMISION > ZEROS
                               MOVE "COMISION TRANSF"
                                   TO WS-ACCION-COMISION
                               MOVE WS-MOVIMIENTO-ENVIO
                                   TO WS-MOVIMIENTO-COMISION
                               PERFORM CobrarComisionOrigen
                           END-IF
                   END-REWRITE
                           PERFORM GrabarAuditoria
                           MOVE WS-MONTO TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           MOVE WS-MOVIMIENTO-ENVIO
                               TO WS-REFERENCIA-MOVIMIENTO
                           MOVE "X" TO WS-MARCA-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           MOVE WS-MOVIMIENTO-ENVIO TO WS-CLAVE-MARCAR
                           PERFORM MarcarMovimientoReversado
                   END-REWRITE
           END-READ.

       ReversarMovimiento.
           DISPLAY "-----REVERSO DE MOVIMIENTO-----".
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
           DISPLAY "Ingrese la secuencia del movimiento.".
           MOVE ZEROS TO WS-SECUENCIA-REVERSO.
           ACCEPT WS-SECUENCIA-REVERSO.

           MOVE "N" TO WS-SWITCH-REVERSO.
           MOVE ZEROS TO WS-CANT-REVERSO.
           MOVE SPACES TO WS-TABLA-REVERSO.
           MOVE WS-NUMERO-CUENTA TO MOV-CUENTA.
           MOVE WS-SECUENCIA-REVERSO TO MOV-SECUENCIA.
           READ ArchivoMovimientos
               INVALID KEY
                   DISPLAY "Movimiento no encontrado."
               NOT INVALID KEY
                   PERFORM ValidarMovimientoReverso
           END-READ.

           IF REVERSO-VALIDO
               PERFORM ArmarReverso
           END-IF.
           IF REVERSO-VALIDO
               PERFORM ValidarCuentasReverso
           END-IF.
           IF REVERSO-VALIDO
               PERFORM ValidarCajaReverso
           END-IF.
           IF REVERSO-VALIDO
               PERFORM MostrarReverso
               PERFORM AutorizarSupervisor
               IF SUPERVISOR-AUTORIZO
                   PERFORM AplicarReverso
               ELSE
                   DISPLAY "Reverso rechazado."
               END-IF
           END-IF.

       ValidarMovimientoReverso.
           PERFORM ClasificarMovimientoReverso.
           EVALUATE TRUE
               WHEN MOVIMIENTO-REVERSADO
                   DISPLAY "El movimiento ya fue reversado."
               WHEN MOVIMIENTO-REVERSO
                   DISPLAY "Un reverso no puede reversarse."
               WHEN WS-CLASE-REVERSO = "M"
                   DISPLAY "La comision se reversa junto con su ",
                       "movimiento."
               WHEN WS-CLASE-REVERSO = SPACE
                   DISPLAY "Tipo de movimiento no reversible: ",
                       MOV-TIPO
               WHEN OTHER
                   SET REVERSO-VALIDO TO TRUE
                   MOVE 1 TO WS-CANT-REVERSO
                   MOVE 1 TO WS-IND-REVERSO
                   PERFORM CargarItemReverso
           END-EVALUATE.

       ClasificarMovimientoReverso.
           EVALUATE MOV-TIPO
               WHEN "DEPOSITO"
               WHEN "DEPOSITO LOTE"
                   MOVE "D" TO WS-CLASE-REVERSO
               WHEN "RETIRO"
               WHEN "RETIRO LOTE"
                   MOVE "R" TO WS-CLASE-REVERSO
               WHEN "TRANSFERENCIA ENVIO"
               WHEN "TRANSF LOTE ENVIO"
                   MOVE "E" TO WS-CLASE-REVERSO
               WHEN "TRANSFERENCIA ABONO"
               WHEN "TRANSF LOTE ABONO"
                   MOVE "A" TO WS-CLASE-REVERSO
               WHEN OTHER
                   IF MOV-TIPO(1:8) = "COMISION"
                       MOVE "M" TO WS-CLASE-REVERSO
                   ELSE
                       MOVE SPACE TO WS-CLASE-REVERSO
                   END-IF
           END-EVALUATE.

       CargarItemReverso.
           MOVE MOV-CLAVE TO WS-REV-CLAVE(WS-IND-REVERSO).
           MOVE MOV-REFERENCIA TO WS-REV-REFERENCIA(WS-IND-REVERSO).
           MOVE MOV-TIPO TO WS-REV-TIPO(WS-IND-REVERSO).
           MOVE MOV-INDICADOR TO WS-REV-INDICADOR(WS-IND-REVERSO).
           MOVE MOV-MONTO TO WS-REV-MONTO(WS-IND-REVERSO).
           MOVE MOV-FECHA TO WS-REV-FECHA(WS-IND-REVERSO).
           PERFORM ClasificarMovimientoReverso.
           MOVE WS-CLASE-REVERSO TO WS-REV-CLASE(WS-IND-REVERSO).

       ArmarReverso.
           MOVE ZEROS TO WS-CLAVE-DEBITO.
           EVALUATE WS-REV-CLASE(1)
               WHEN "R"
                   MOVE WS-REV-CLAVE(1) TO WS-CLAVE-DEBITO
               WHEN "E"
                   MOVE WS-REV-CLAVE(1) TO WS-CLAVE-DEBITO
                   PERFORM BuscarContrapartida
               WHEN "A"
                   PERFORM BuscarContrapartida
                   IF REVERSO-VALIDO
                       MOVE WS-REV-CLAVE(2) TO WS-CLAVE-DEBITO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF REVERSO-VALIDO AND WS-CLAVE-DEBITO NOT = ZEROS
               PERFORM BuscarComisionVinculada
           END-IF.

       BuscarContrapartida.
           IF WS-REV-REFERENCIA(1) = ZEROS
               DISPLAY "Transferencia sin contrapartida vinculada."
               MOVE "N" TO WS-SWITCH-REVERSO
           ELSE
               MOVE WS-REV-REFERENCIA(1) TO MOV-CLAVE
               READ ArchivoMovimientos
                   INVALID KEY
                       DISPLAY "Contrapartida no encontrada: ",
                           MOV-CUENTA, "-", MOV-SECUENCIA
                       MOVE "N" TO WS-SWITCH-REVERSO
                   NOT INVALID KEY
                       IF MOVIMIENTO-REVERSADO
                           DISPLAY "La contrapartida ya fue reversada."
                           MOVE "N" TO WS-SWITCH-REVERSO
                       ELSE
                           ADD 1 TO WS-CANT-REVERSO
                           MOVE WS-CANT-REVERSO TO WS-IND-REVERSO
                           PERFORM CargarItemReverso
                       END-IF
               END-READ
           END-IF.

       BuscarComisionVinculada.
           MOVE WS-CLAVE-DEBITO TO MOV-CLAVE.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           START ArchivoMovimientos KEY GREATER MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-MOVIMIENTOS
               READ ArchivoMovimientos NEXT RECORD
                   AT END
                       SET FIN-DE-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF MOV-CUENTA NOT = WS-DEB-CUENTA
                           SET FIN-DE-MOVIMIENTOS TO TRUE
                       ELSE
                           IF MOV-REFERENCIA = WS-CLAVE-DEBITO AND
                               MOV-TIPO(1:8) = "COMISION" AND
                               NOT MOVIMIENTO-REVERSADO
                               ADD 1 TO WS-CANT-REVERSO
                               MOVE WS-CANT-REVERSO TO WS-IND-REVERSO
                               PERFORM CargarItemReverso
                               SET FIN-DE-MOVIMIENTOS TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.

       ValidarCuentasReverso.
           PERFORM VARYING WS-IND-REVERSO FROM 1 BY 1
               UNTIL WS-IND-REVERSO > WS-CANT-REVERSO
                   OR NOT REVERSO-VALIDO
               MOVE WS-REV-CUENTA(WS-IND-REVERSO) TO NumeroCuenta
               READ ArchivoCuentas
                   INVALID KEY
                       DISPLAY "Cuenta no encontrada: ", NumeroCuenta
                       MOVE "N" TO WS-SWITCH-REVERSO
                   NOT INVALID KEY
                       PERFORM ValidarFondosReverso
               END-READ
           END-PERFORM.

       ValidarFondosReverso.
           IF CUENTA-CERRADA
               DISPLAY "Cuenta cerrada, reverso rechazado: ",
                   NumeroCuenta
               MOVE "N" TO WS-SWITCH-REVERSO
           ELSE
               IF WS-REV-INDICADOR(WS-IND-REVERSO) = "C"
                   PERFORM CalcularDisponible
                   IF WS-REV-MONTO(WS-IND-REVERSO) > WS-DISPONIBLE
                       DISPLAY "Fondos insuficientes para el reverso: ",
                           NumeroCuenta
                       MOVE "N" TO WS-SWITCH-REVERSO
                   END-IF
               END-IF
           END-IF.

       ValidarCajaReverso.
           IF WS-REV-TIPO(1) = "DEPOSITO" OR
               WS-REV-TIPO(1) = "RETIRO"
               PERFORM VerificarCajaAbierta
               IF NOT CAJA-OPERATIVA
                   MOVE "N" TO WS-SWITCH-REVERSO
               ELSE
                   IF WS-REV-TIPO(1) = "DEPOSITO" AND
                       WS-REV-MONTO(1) > WS-EFECTIVO-ESPERADO
                       DISPLAY "Efectivo insuficiente en caja para ",
                           "el reverso."
                       MOVE "N" TO WS-SWITCH-REVERSO
                   END-IF
               END-IF
           END-IF.

       MostrarReverso.
           DISPLAY "Movimientos a reversar:".
           PERFORM VARYING WS-IND-REVERSO FROM 1 BY 1
               UNTIL WS-IND-REVERSO > WS-CANT-REVERSO
               DISPLAY WS-REV-CUENTA(WS-IND-REVERSO), "-",
                   WS-REV-SECUENCIA(WS-IND-REVERSO), " ",
                   WS-REV-TIPO(WS-IND-REVERSO), " ",
                   WS-REV-INDICADOR(WS-IND-REVERSO), " ",
                   WS-REV-MONTO(WS-IND-REVERSO)
           END-PERFORM.

       AplicarReverso.
           MOVE WS-MOTIVO-AUDITORIA TO WS-MOTIVO-REVERSO.
           PERFORM VARYING WS-IND-REVERSO FROM 1 BY 1
               UNTIL WS-IND-REVERSO > WS-CANT-REVERSO
               MOVE WS-REV-CUENTA(WS-IND-REVERSO) TO NumeroCuenta
               READ ArchivoCuentas
                   INVALID KEY
                       DISPLAY "No se pudo reversar: ", NumeroCuenta
                   NOT INVALID KEY
                       PERFORM AplicarItemReverso
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.
           DISPLAY "Reverso aplicado.".

       AplicarItemReverso.
           IF WS-REV-INDICADOR(WS-IND-REVERSO) = "C"
               SUBTRACT WS-REV-MONTO(WS-IND-REVERSO) FROM Saldo
               MOVE "D" TO WS-INDICADOR-MOVIMIENTO
           ELSE
               ADD WS-REV-MONTO(WS-IND-REVERSO) TO Saldo
               MOVE "C" TO WS-INDICADOR-MOVIMIENTO
               IF WS-REV-CLASE(WS-IND-REVERSO) NOT = "M" AND
                   FechaUsoDiario = WS-REV-FECHA(WS-IND-REVERSO)
                   IF UsadoDiario NOT < WS-REV-MONTO(WS-IND-REVERSO)
                       SUBTRACT WS-REV-MONTO(WS-IND-REVERSO)
                           FROM UsadoDiario
                   ELSE
                       MOVE ZEROS TO UsadoDiario
                   END-IF
               END-IF
           END-IF.
           MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento.
           REWRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo reversar: ", NumeroCuenta
               NOT INVALID KEY
                   IF WS-IND-REVERSO = 1
                       MOVE "REVERSO AUTORIZADO" TO WS-ACCION
                       MOVE WS-MOTIVO-REVERSO TO WS-MOTIVO-AUDITORIA
                       PERFORM GrabarAuditoria
                   END-IF
                   PERFORM NombrarReverso
                   STRING "REF " DELIMITED BY SIZE
                       WS-REV-CUENTA(WS-IND-REVERSO) DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-REV-SECUENCIA(WS-IND-REVERSO)
                           DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
                   MOVE WS-REV-MONTO(WS-IND-REVERSO)
                       TO WS-MONTO-MOVIMIENTO
                   MOVE WS-REV-CLAVE(WS-IND-REVERSO)
                       TO WS-REFERENCIA-MOVIMIENTO
                   MOVE "X" TO WS-MARCA-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   MOVE WS-REV-CLAVE(WS-IND-REVERSO) TO WS-CLAVE-MARCAR
                   PERFORM MarcarMovimientoReversado
                   IF WS-REV-TIPO(WS-IND-REVERSO) = "DEPOSITO" OR
                       WS-REV-TIPO(WS-IND-REVERSO) = "RETIRO"
                       PERFORM RegistrarEfectivoReverso
                   END-IF
                   MOVE Saldo TO WS-SALDO-EDITADO
                   DISPLAY "Cuenta ", NumeroCuenta, " nuevo saldo: ",
                       WS-SALDO-EDITADO
           END-REWRITE.

       RegistrarEfectivoReverso.
           IF WS-REV-TIPO(WS-IND-REVERSO) = "DEPOSITO"
               MOVE "E" TO WS-TIPO-EFECTIVO
           ELSE
               MOVE "I" TO WS-TIPO-EFECTIVO
           END-IF.
           MOVE WS-REV-MONTO(WS-IND-REVERSO) TO WS-MONTO-CAJA.
           PERFORM RegistrarEfectivoCaja.

       NombrarReverso.
           EVALUATE WS-REV-CLASE(WS-IND-REVERSO)
               WHEN "D"
                   MOVE "REVERSO DEPOSITO" TO WS-ACCION
               WHEN "R"
                   MOVE "REVERSO RETIRO" TO WS-ACCION
               WHEN "E"
                   MOVE "REVERSO TRANSF ENVIO" TO WS-ACCION
               WHEN "A"
                   MOVE "REVERSO TRANSF ABONO" TO WS-ACCION
               WHEN OTHER
                   MOVE "REVERSO COMISION" TO WS-ACCION
           END-EVALUATE.

       AbrirArchivoCajas.
           OPEN I-O ArchivoCajas.
           IF WS-ESTADO-CAJAS = "35"
               OPEN OUTPUT ArchivoCajas
               CLOSE ArchivoCajas
               OPEN I-O ArchivoCajas
           END-IF.

       AbrirCajaOperador.
           PERFORM AbrirArchivoCajas.
           IF WS-ESTADO-CAJAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cajas."
               MOVE "N" TO WS-SWITCH-OPERADOR
           ELSE
               MOVE "N" TO WS-SWITCH-CAJA-EXISTE
               MOVE WS-OPERADOR TO CAJ-OPERADOR
               READ ArchivoCajas
                   INVALID KEY
                       PERFORM IniciarCaja
                   NOT INVALID KEY
                       SET CAJA-EXISTENTE TO TRUE
                       PERFORM RevisarCajaAnterior
               END-READ
               CLOSE ArchivoCajas
           END-IF.

       RevisarCajaAnterior.
           PERFORM CalcularEfectivoCaja.
           EVALUATE TRUE
               WHEN CAJA-ABIERTA AND
                   CAJ-FECHA-APERTURA = WS-FECHA-SISTEMA
                   MOVE WS-EFECTIVO-ESPERADO TO WS-SALDO-EDITADO
                   DISPLAY "Caja abierta, efectivo esperado: ",
                       WS-SALDO-EDITADO
               WHEN CAJA-CERRADA
                   PERFORM IniciarCaja
               WHEN OTHER
                   IF CAJA-ABIERTA
                       DISPLAY "Caja del ", CAJ-FECHA-APERTURA,
                           " sin arqueo."
                   ELSE
                       MOVE CAJ-DIFERENCIA TO WS-SALDO-EDITADO
                       DISPLAY "Caja con diferencia en el arqueo: ",
                           WS-SALDO-EDITADO
                   END-IF
                   DISPLAY "Se requiere liberacion del supervisor."
                   PERFORM AutorizarSupervisor
                   IF SUPERVISOR-AUTORIZO
                       PERFORM LiberarCaja
                       PERFORM IniciarCaja
                   ELSE
                       MOVE SPACES TO WS-MOTIVO-AUDITORIA
                       MOVE "N" TO WS-SWITCH-OPERADOR
                   END-IF
           END-EVALUATE.

       LiberarCaja.
           MOVE "CAJA LIBERADA" TO WS-ACCION.
           MOVE WS-OPERADOR TO WS-NOMBRE-AUDITORIA.
           IF CAJA-ABIERTA
               MOVE WS-EFECTIVO-ESPERADO TO WS-SALDO-AUDITORIA
           ELSE
               MOVE CAJ-DIFERENCIA TO WS-SALDO-AUDITORIA
           END-IF.
           PERFORM GrabarAuditoriaSistema.

       IniciarCaja.
           DISPLAY "Ingrese el fondo inicial de caja.".
           MOVE ZEROS TO WS-MONTO.
           ACCEPT WS-MONTO.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-OPERADOR TO CAJ-OPERADOR.
           MOVE "A" TO CAJ-ESTADO.
           MOVE WS-FECHA-SISTEMA TO CAJ-FECHA-APERTURA.
           MOVE WS-HORA-HHMMSS TO CAJ-HORA-APERTURA.
           MOVE WS-MONTO TO CAJ-FONDO-INICIAL.
           MOVE ZEROS TO CAJ-INGRESOS.
           MOVE ZEROS TO CAJ-EGRESOS.
           MOVE ZEROS TO CAJ-DESDE-BOVEDA.
           MOVE ZEROS TO CAJ-HACIA-BOVEDA.
           MOVE ZEROS TO CAJ-EFECTIVO-ESPERADO.
           MOVE ZEROS TO CAJ-EFECTIVO-CONTADO.
           MOVE ZEROS TO CAJ-DIFERENCIA.
           MOVE ZEROS TO CAJ-FECHA-ARQUEO.
           MOVE ZEROS TO CAJ-HORA-ARQUEO.
           MOVE SPACES TO CAJ-AUTORIZANTE.
           IF CAJA-EXISTENTE
               REWRITE RegistroCaja
                   INVALID KEY
                       DISPLAY "No se pudo abrir la caja."
                       MOVE "N" TO WS-SWITCH-OPERADOR
               END-REWRITE
           ELSE
               WRITE RegistroCaja
                   INVALID KEY
                       DISPLAY "No se pudo abrir la caja."
                       MOVE "N" TO WS-SWITCH-OPERADOR
               END-WRITE
           END-IF.
           IF OPERADOR-VALIDO
               MOVE "APERTURA DE CAJA" TO WS-ACCION
               MOVE WS-OPERADOR TO WS-NOMBRE-AUDITORIA
               MOVE CAJ-FONDO-INICIAL TO WS-SALDO-AUDITORIA
               PERFORM GrabarAuditoriaSistema
               DISPLAY "Caja abierta."
           END-IF.

       CalcularEfectivoCaja.
           COMPUTE WS-EFECTIVO-ESPERADO =
               CAJ-FONDO-INICIAL + CAJ-INGRESOS - CAJ-EGRESOS
               + CAJ-DESDE-BOVEDA - CAJ-HACIA-BOVEDA.

       VerificarCajaAbierta.
           MOVE "N" TO WS-SWITCH-CAJA-OPERATIVA.
           MOVE ZEROS TO WS-EFECTIVO-ESPERADO.
           PERFORM AbrirArchivoCajas.
           IF WS-ESTADO-CAJAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cajas."
           ELSE
               MOVE WS-OPERADOR TO CAJ-OPERADOR
               READ ArchivoCajas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAJA-ABIERTA AND
                           CAJ-FECHA-APERTURA = WS-FECHA-SISTEMA
                           SET CAJA-OPERATIVA TO TRUE
                           PERFORM CalcularEfectivoCaja
                       END-IF
               END-READ
               CLOSE ArchivoCajas
           END-IF.
           IF NOT CAJA-OPERATIVA
               DISPLAY "Caja no abierta, operacion en efectivo ",
                   "rechazada."
           END-IF.

       RegistrarEfectivoCaja.
           PERFORM AbrirArchivoCajas.
           IF WS-ESTADO-CAJAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cajas."
           ELSE
               MOVE WS-OPERADOR TO CAJ-OPERADOR
               READ ArchivoCajas
                   INVALID KEY
                       DISPLAY "Caja no encontrada: ", WS-OPERADOR
                   NOT INVALID KEY
                       IF WS-TIPO-EFECTIVO = "I"
                           ADD WS-MONTO-CAJA TO CAJ-INGRESOS
                       ELSE
                           ADD WS-MONTO-CAJA TO CAJ-EGRESOS
                       END-IF
                       REWRITE RegistroCaja
                           INVALID KEY
                               DISPLAY "No se pudo actualizar la caja."
                       END-REWRITE
               END-READ
               CLOSE ArchivoCajas
           END-IF.

       MantenimientoCaja.
           DISPLAY "-----CAJA DEL OPERADOR-----".
           PERFORM VerificarCajaAbierta.
           IF CAJA-OPERATIVA
               PERFORM ElegirOpcionCaja
           END-IF.

       ElegirOpcionCaja.
           DISPLAY "1.Recibir de boveda 2.Enviar a boveda ",
               "3.Arqueo 4.Consulta".
           DISPLAY "Digita una Opcion"
           MOVE ZERO TO WS-OPCION-CAJA.
           ACCEPT WS-OPCION-CAJA.

           EVALUATE WS-OPCION-CAJA
               WHEN 1
                   PERFORM MovimientoBoveda
               WHEN 2
                   PERFORM MovimientoBoveda
               WHEN 3
                   PERFORM ArqueoCaja
               WHEN 4
                   PERFORM ConsultaCaja
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       MovimientoBoveda.
           DISPLAY "Ingrese el monto en efectivo.".
           MOVE ZEROS TO WS-MONTO.
           ACCEPT WS-MONTO.
           IF WS-MONTO = ZEROS
               DISPLAY "Monto invalido."
           ELSE
               IF WS-OPCION-CAJA = 2 AND
                   WS-MONTO > WS-EFECTIVO-ESPERADO
                   DISPLAY "Efectivo insuficiente en caja."
               ELSE
                   PERFORM AplicarMovimientoBoveda
               END-IF
           END-IF.

       AplicarMovimientoBoveda.
           PERFORM AbrirArchivoCajas.
           IF WS-ESTADO-CAJAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cajas."
           ELSE
               MOVE WS-OPERADOR TO CAJ-OPERADOR
               READ ArchivoCajas
                   INVALID KEY
                       DISPLAY "Caja no encontrada: ", WS-OPERADOR
                   NOT INVALID KEY
                       IF WS-OPCION-CAJA = 1
                           ADD WS-MONTO TO CAJ-DESDE-BOVEDA
                           MOVE "CAJA DESDE BOVEDA" TO WS-ACCION
                       ELSE
                           ADD WS-MONTO TO CAJ-HACIA-BOVEDA
                           MOVE "CAJA HACIA BOVEDA" TO WS-ACCION
                       END-IF
                       REWRITE RegistroCaja
                           INVALID KEY
                               DISPLAY "No se pudo actualizar la caja."
                           NOT INVALID KEY
                               MOVE WS-OPERADOR TO WS-NOMBRE-AUDITORIA
                               MOVE WS-MONTO TO WS-SALDO-AUDITORIA
                               PERFORM GrabarAuditoriaSistema
                               PERFORM CalcularEfectivoCaja
                               MOVE WS-EFECTIVO-ESPERADO
                                   TO WS-SALDO-EDITADO
                               DISPLAY "Efectivo esperado en caja: ",
                                   WS-SALDO-EDITADO
                       END-REWRITE
               END-READ
               CLOSE ArchivoCajas
           END-IF.

       ConsultaCaja.
           PERFORM AbrirArchivoCajas.
           IF WS-ESTADO-CAJAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cajas."
           ELSE
               MOVE WS-OPERADOR TO CAJ-OPERADOR
               READ ArchivoCajas
                   INVALID KEY
                       DISPLAY "Caja no encontrada: ", WS-OPERADOR
                   NOT INVALID KEY
                       PERFORM MostrarCaja
               END-READ
               CLOSE ArchivoCajas
           END-IF.

       MostrarCaja.
           PERFORM CalcularEfectivoCaja.
           MOVE CAJ-FONDO-INICIAL TO WS-SALDO-EDITADO.
           DISPLAY "Fondo inicial:      ", WS-SALDO-EDITADO.
           MOVE CAJ-INGRESOS TO WS-SALDO-EDITADO.
           DISPLAY "Ingresos efectivo:  ", WS-SALDO-EDITADO.
           MOVE CAJ-EGRESOS TO WS-SALDO-EDITADO.
           DISPLAY "Egresos efectivo:   ", WS-SALDO-EDITADO.
           MOVE CAJ-DESDE-BOVEDA TO WS-SALDO-EDITADO.
           DISPLAY "Recibido de boveda: ", WS-SALDO-EDITADO.
           MOVE CAJ-HACIA-BOVEDA TO WS-SALDO-EDITADO.
           DISPLAY "Enviado a boveda:   ", WS-SALDO-EDITADO.
           MOVE WS-EFECTIVO-ESPERADO TO WS-SALDO-EDITADO.
           DISPLAY "Efectivo esperado:  ", WS-SALDO-EDITADO.

       ArqueoCaja.
           DISPLAY "Ingrese el efectivo contado.".
           MOVE ZEROS TO WS-EFECTIVO-CONTADO.
           ACCEPT WS-EFECTIVO-CONTADO.
           PERFORM AbrirArchivoCajas.
           IF WS-ESTADO-CAJAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cajas."
           ELSE
               MOVE WS-OPERADOR TO CAJ-OPERADOR
               READ ArchivoCajas
                   INVALID KEY
                       DISPLAY "Caja no encontrada: ", WS-OPERADOR
                   NOT INVALID KEY
                       PERFORM CerrarCaja
               END-READ
               CLOSE ArchivoCajas
           END-IF.

       CerrarCaja.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           PERFORM CalcularEfectivoCaja.
           MOVE WS-EFECTIVO-ESPERADO TO CAJ-EFECTIVO-ESPERADO.
           MOVE WS-EFECTIVO-CONTADO TO CAJ-EFECTIVO-CONTADO.
           COMPUTE CAJ-DIFERENCIA =
               WS-EFECTIVO-CONTADO - WS-EFECTIVO-ESPERADO.
           MOVE WS-FECHA-SISTEMA TO CAJ-FECHA-ARQUEO.
           MOVE WS-HORA-HHMMSS TO CAJ-HORA-ARQUEO.
           IF CAJ-DIFERENCIA = ZEROS
               MOVE "C" TO CAJ-ESTADO
           ELSE
               MOVE "D" TO CAJ-ESTADO
           END-IF.
           REWRITE RegistroCaja
               INVALID KEY
                   DISPLAY "No se pudo cerrar la caja."
               NOT INVALID KEY
                   PERFORM EscribirArqueo
                   PERFORM AuditarArqueo
           END-REWRITE.

       AuditarArqueo.
           MOVE WS-OPERADOR TO WS-NOMBRE-AUDITORIA.
           MOVE CAJ-EFECTIVO-CONTADO TO WS-SALDO-AUDITORIA.
           MOVE "ARQUEO DE CAJA" TO WS-ACCION.
           PERFORM GrabarAuditoriaSistema.
           IF CAJ-DIFERENCIA NOT = ZEROS
               MOVE CAJ-DIFERENCIA TO WS-SALDO-AUDITORIA
               IF CAJ-DIFERENCIA < ZEROS
                   MOVE "FALTANTE DE CAJA" TO WS-ACCION
               ELSE
                   MOVE "SOBRANTE DE CAJA" TO WS-ACCION
               END-IF
               PERFORM GrabarAuditoriaSistema
               MOVE CAJ-DIFERENCIA TO WS-SALDO-EDITADO
               DISPLAY "Caja con diferencia: ", WS-SALDO-EDITADO
               DISPLAY "La proxima apertura requiere supervisor."
           ELSE
               DISPLAY "Caja cuadrada."
           END-IF.

       EscribirArqueo.
           OPEN EXTEND ArchivoArqueo.
           IF WS-ESTADO-ARQUEO NOT = "00"
               OPEN OUTPUT ArchivoArqueo
           END-IF.
           IF WS-ESTADO-ARQUEO NOT = "00"
               DISPLAY "No se pudo abrir el archivo de arqueo."
           ELSE
               MOVE "BANCO - ARQUEO DE CAJA" TO LineaArqueo
               WRITE LineaArqueo
               MOVE CAJ-OPERADOR TO WS-ARQ-OPERADOR
               MOVE CAJ-FECHA-APERTURA TO WS-ARQ-FECHA-APERTURA
               MOVE CAJ-HORA-APERTURA TO WS-ARQ-HORA-APERTURA
               MOVE CAJ-FECHA-ARQUEO TO WS-ARQ-FECHA-ARQUEO
               MOVE CAJ-HORA-ARQUEO TO WS-ARQ-HORA-ARQUEO
               WRITE LineaArqueo FROM WS-LINEA-CABECERA-ARQUEO
               MOVE "FONDO INICIAL" TO WS-ARQ-ETIQUETA
               MOVE CAJ-FONDO-INICIAL TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE "INGRESOS EN EFECTIVO" TO WS-ARQ-ETIQUETA
               MOVE CAJ-INGRESOS TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE "EGRESOS EN EFECTIVO" TO WS-ARQ-ETIQUETA
               MOVE CAJ-EGRESOS TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE "RECIBIDO DE BOVEDA" TO WS-ARQ-ETIQUETA
               MOVE CAJ-DESDE-BOVEDA TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE "ENVIADO A BOVEDA" TO WS-ARQ-ETIQUETA
               MOVE CAJ-HACIA-BOVEDA TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE "EFECTIVO ESPERADO" TO WS-ARQ-ETIQUETA
               MOVE CAJ-EFECTIVO-ESPERADO TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE "EFECTIVO CONTADO" TO WS-ARQ-ETIQUETA
               MOVE CAJ-EFECTIVO-CONTADO TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               EVALUATE TRUE
                   WHEN CAJ-DIFERENCIA < ZEROS
                       MOVE "FALTANTE" TO WS-ARQ-ETIQUETA
                   WHEN CAJ-DIFERENCIA > ZEROS
                       MOVE "SOBRANTE" TO WS-ARQ-ETIQUETA
                   WHEN OTHER
                       MOVE "DIFERENCIA" TO WS-ARQ-ETIQUETA
               END-EVALUATE
               MOVE CAJ-DIFERENCIA TO WS-ARQ-MONTO
               WRITE LineaArqueo FROM WS-LINEA-DETALLE-ARQUEO
               MOVE SPACES TO LineaArqueo
               WRITE LineaArqueo
               CLOSE ArchivoArqueo
               DISPLAY "Arqueo generado: ARQUEO.TXT"
           END-IF.

       AbrirArchivoCheques.
           OPEN I-O ArchivoCheques.
           IF WS-ESTADO-CHEQUES = "35"
               OPEN OUTPUT ArchivoCheques
               CLOSE ArchivoCheques
               OPEN I-O ArchivoCheques
           END-IF.

       MantenimientoCheques.
           DISPLAY "-----CHEQUERAS-----".
           PERFORM AbrirArchivoCheques.
           IF WS-ESTADO-CHEQUES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cheques."
           ELSE
               PERFORM ElegirOpcionCheques
               CLOSE ArchivoCheques
           END-IF.

       ElegirOpcionCheques.
           DISPLAY "1.Emitir chequera 2.Orden de no pago ",
               "3.Levantar no pago 4.Listar".
           DISPLAY "Digita una Opcion"
           MOVE ZERO TO WS-OPCION-CHEQUES.
           ACCEPT WS-OPCION-CHEQUES.

           EVALUATE WS-OPCION-CHEQUES
               WHEN 1
                   PERFORM EmitirChequera
               WHEN 2
                   PERFORM PedirChequeCuenta
               WHEN 3
                   PERFORM PedirChequeCuenta
               WHEN 4
                   PERFORM ListarCheques
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       EmitirChequera.
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
           MOVE WS-NUMERO-CUENTA TO NumeroCuenta.

           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada."
               NOT INVALID KEY
                   IF NOT CUENTA-ACTIVA
                       DISPLAY "Cuenta no activa, operacion rechazada."
                   ELSE
                       IF TipoCuenta NOT = "C"
                           DISPLAY "Solo las cuentas corrientes ",
                               "tienen chequera."
                       ELSE
                           PERFORM GrabarChequera
                       END-IF
                   END-IF
           END-READ.

       GrabarChequera.
           DISPLAY "Ingrese la cantidad de cheques (1-50).".
           MOVE ZEROS TO WS-CANTIDAD-CHEQUES.
           ACCEPT WS-CANTIDAD-CHEQUES.
           IF WS-CANTIDAD-CHEQUES = ZEROS OR
               WS-CANTIDAD-CHEQUES > 50
               DISPLAY "Cantidad invalida."
           ELSE
               COMPUTE WS-PRIMER-CHEQUE = UltimoCheque + 1
               PERFORM VARYING WS-IND-CHEQUE FROM 1 BY 1
                   UNTIL WS-IND-CHEQUE > WS-CANTIDAD-CHEQUES
                   ADD 1 TO UltimoCheque
                   MOVE NumeroCuenta TO CHQ-CUENTA
                   MOVE UltimoCheque TO CHQ-NUMERO
                   MOVE "E" TO CHQ-ESTADO
                   MOVE WS-FECHA-SISTEMA TO CHQ-FECHA-EMISION
                   MOVE WS-FECHA-SISTEMA TO CHQ-FECHA-ESTADO
                   MOVE ZEROS TO CHQ-MONTO
                   MOVE SPACES TO CHQ-MOTIVO
                   MOVE WS-OPERADOR TO CHQ-OPERADOR
                   WRITE RegistroCheque
                       INVALID KEY
                           DISPLAY "Cheque ya existente: ", CHQ-NUMERO
                   END-WRITE
               END-PERFORM
               REWRITE Cuenta
                   INVALID KEY
                       DISPLAY "No se pudo actualizar la cuenta."
                   NOT INVALID KEY
                       MOVE "EMISION CHEQUERA" TO WS-ACCION
                       STRING WS-PRIMER-CHEQUE DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           UltimoCheque DELIMITED BY SIZE
                           INTO WS-MOTIVO-AUDITORIA
                       PERFORM GrabarAuditoria
                       DISPLAY "Chequera emitida del ",
                           WS-PRIMER-CHEQUE, " al ", UltimoCheque
               END-REWRITE
           END-IF.

       PedirChequeCuenta.
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
           DISPLAY "Ingrese el numero de cheque.".
           MOVE ZEROS TO WS-NUMERO-CHEQUE.
           ACCEPT WS-NUMERO-CHEQUE.
           MOVE WS-NUMERO-CUENTA TO NumeroCuenta.

           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada."
               NOT INVALID KEY
                   MOVE WS-NUMERO-CUENTA TO CHQ-CUENTA
                   MOVE WS-NUMERO-CHEQUE TO CHQ-NUMERO
                   READ ArchivoCheques
                       INVALID KEY
                           DISPLAY "Cheque no encontrado."
                       NOT INVALID KEY
                           PERFORM CambiarEstadoCheque
                   END-READ
           END-READ.

       CambiarEstadoCheque.
           IF WS-OPCION-CHEQUES = 2
               IF CHEQUE-EMITIDO OR CHEQUE-DEVUELTO
                   MOVE "S" TO CHQ-ESTADO
                   MOVE "SUSPENSION CHEQUE" TO WS-ACCION
                   PERFORM GrabarCambioCheque
               ELSE
                   DISPLAY "El cheque no admite orden de no pago, ",
                       "estado: ", CHQ-ESTADO
               END-IF
           ELSE
               IF CHEQUE-SUSPENDIDO
                   MOVE "E" TO CHQ-ESTADO
                   MOVE "LEVANTA SUSPENSION" TO WS-ACCION
                   PERFORM GrabarCambioCheque
               ELSE
                   DISPLAY "El cheque no tiene orden de no pago."
               END-IF
           END-IF.

       GrabarCambioCheque.
           MOVE WS-FECHA-SISTEMA TO CHQ-FECHA-ESTADO.
           MOVE WS-OPERADOR TO CHQ-OPERADOR.
           REWRITE RegistroCheque
               INVALID KEY
                   DISPLAY "No se pudo actualizar el cheque."
               NOT INVALID KEY
                   STRING "CHEQUE " DELIMITED BY SIZE
                       CHQ-NUMERO DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
                   DISPLAY "Cheque actualizado."
           END-REWRITE.

       ListarCheques.
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
           MOVE WS-NUMERO-CUENTA TO CHQ-CUENTA.
           MOVE ZEROS TO CHQ-NUMERO.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           START ArchivoCheques KEY NOT LESS CHQ-CLAVE
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCheques NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF CHQ-CUENTA NOT = WS-NUMERO-CUENTA
                           SET FIN-DE-ARCHIVO TO TRUE
                       ELSE
                           DISPLAY CHQ-NUMERO, " ", CHQ-ESTADO, " ",
                               CHQ-FECHA-ESTADO, " ", CHQ-MONTO, " ",
                               CHQ-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       AbrirArchivoCuotas.
           OPEN I-O ArchivoCuotas.
           IF WS-ESTADO-CUOTAS = "35"
               OPEN OUTPUT ArchivoCuotas
               CLOSE ArchivoCuotas
               OPEN I-O ArchivoCuotas
           END-IF.

       MantenimientoPrestamos.
           DISPLAY "-----PRESTAMOS-----".
           PERFORM AbrirArchivoCuotas.
           IF WS-ESTADO-CUOTAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas."
           ELSE
               PERFORM ElegirOpcionPrestamos
               CLOSE ArchivoCuotas
           END-IF.

       ElegirOpcionPrestamos.
           DISPLAY "1.Imprimir cronograma 2.Cuotas pendientes".
           DISPLAY "Digita una Opcion"
           MOVE ZERO TO WS-OPCION-PRESTAMOS.
           ACCEPT WS-OPCION-PRESTAMOS.

           EVALUATE WS-OPCION-PRESTAMOS
               WHEN 1
               WHEN 2
                   PERFORM PedirCuentaPrestamo
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       PedirCuentaPrestamo.
           DISPLAY "Ingrese el numero de prestamo.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
           MOVE WS-NUMERO-CUENTA TO NumeroCuenta.

           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Prestamo no encontrado."
               NOT INVALID KEY
                   IF TipoCuenta NOT = "L"
                       DISPLAY "La cuenta no es un prestamo."
                   ELSE
                       IF WS-OPCION-PRESTAMOS = 1
                           PERFORM ImprimirCronograma
                       ELSE
                           PERFORM ListarCuotasPendientes
                       END-IF
                   END-IF
           END-READ.

       ImprimirCronograma.
           OPEN OUTPUT ArchivoCronograma.
           IF WS-ESTADO-CRONOGRAMA NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cronograma."
           ELSE
               PERFORM EscribirCronograma
               CLOSE ArchivoCronograma
               DISPLAY "Cronograma generado: CRONOGRAMA.TXT"
           END-IF.

       EscribirCronograma.
           MOVE "BANCO - CRONOGRAMA DE PAGOS" TO LineaCronograma.
           WRITE LineaCronograma.
           MOVE NumeroCuenta TO WS-CRO-CUENTA.
           MOVE Nombre TO WS-CRO-NOMBRE.
           MOVE CuentaVinculada TO WS-CRO-VINCULADA.
           WRITE LineaCronograma FROM WS-LINEA-CABECERA-CRONOGRAMA.
           MOVE CapitalOriginal TO WS-CRO-CAPITAL.
           MOVE TasaPactada TO WS-CRO-TASA.
           MOVE PlazoMeses TO WS-CRO-PLAZO.
           MOVE FechaDesembolso TO WS-CRO-DESEMBOLSO.
           WRITE LineaCronograma FROM WS-LINEA-CONDICIONES-CRONOGRAMA.
           MOVE SPACES TO LineaCronograma.
           WRITE LineaCronograma.
           WRITE LineaCronograma FROM WS-LINEA-TITULOS-CRONOGRAMA.

           MOVE ZEROS TO WS-SUMA-CAPITAL.
           MOVE ZEROS TO WS-SUMA-INTERES.
           MOVE NumeroCuenta TO CUO-CUENTA.
           MOVE ZEROS TO CUO-NUMERO.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           START ArchivoCuotas KEY NOT LESS CUO-CLAVE
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuotas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF CUO-CUENTA NOT = NumeroCuenta
                           SET FIN-DE-ARCHIVO TO TRUE
                       ELSE
                           PERFORM EscribirDetalleCronograma
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

           MOVE SPACES TO LineaCronograma.
           WRITE LineaCronograma.
           MOVE WS-SUMA-CAPITAL TO WS-CRO-TOT-CAPITAL.
           MOVE WS-SUMA-INTERES TO WS-CRO-TOT-INTERES.
           COMPUTE WS-CRO-TOT-CUOTAS =
               WS-SUMA-CAPITAL + WS-SUMA-INTERES.
           WRITE LineaCronograma FROM WS-LINEA-TOTAL-CRONOGRAMA.

       EscribirDetalleCronograma.
           MOVE CUO-NUMERO TO WS-CRO-NUMERO.
           MOVE CUO-FECHA-VENCIMIENTO TO WS-CRO-VENCIMIENTO.
           MOVE CUO-CAPITAL TO WS-CRO-CUO-CAPITAL.
           MOVE CUO-INTERES TO WS-CRO-INTERES.
           COMPUTE WS-CRO-TOTAL = CUO-CAPITAL + CUO-INTERES.
           MOVE CUO-SALDO-CAPITAL TO WS-CRO-SALDO.
           MOVE CUO-ESTADO TO WS-CRO-ESTADO.
           WRITE LineaCronograma FROM WS-LINEA-DETALLE-CRONOGRAMA.
           ADD CUO-CAPITAL TO WS-SUMA-CAPITAL.
           ADD CUO-INTERES TO WS-SUMA-INTERES.

       ListarCuotasPendientes.
           MOVE NumeroCuenta TO CUO-CUENTA.
           MOVE ZEROS TO CUO-NUMERO.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           START ArchivoCuotas KEY NOT LESS CUO-CLAVE
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuotas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF CUO-CUENTA NOT = NumeroCuenta
                           SET FIN-DE-ARCHIVO TO TRUE
                       ELSE
                           IF CUOTA-PENDIENTE
                               COMPUTE WS-PENDIENTE-CUOTA =
                                   CUO-RECARGO - CUO-PAGADO-RECARGO
                                   + CUO-INTERES - CUO-PAGADO-INTERES
                                   + CUO-CAPITAL - CUO-PAGADO-CAPITAL
                               DISPLAY CUO-NUMERO, " ",
                                   CUO-FECHA-VENCIMIENTO, " ",
                                   WS-PENDIENTE-CUOTA, " ",
                                   CUO-RECARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           DISPLAY "Dias de mora: ", DiasMora.

       MantenimientoClientes.
           DISPLAY "-----MANTENIMIENTO DE CLIENTES-----".
           DISPLAY "1.Buscar por documento 2.Buscar por numero".
           DISPLAY "3.Modificar 4.Listar 5.Agregar titular/firmante".
           DISPLAY "6.Quitar titular/firmante 7.Titulares de cuenta".
           DISPLAY "Digita una Opcion"
           MOVE ZERO TO WS-OPCION-CLIENTES.
           ACCEPT WS-OPCION-CLIENTES.

           EVALUATE WS-OPCION-CLIENTES
               WHEN 1
                   PERFORM BuscarClienteDocumento
               WHEN 2
                   PERFORM BuscarClienteNumero
               WHEN 3
                   PERFORM ModificarCliente
               WHEN 4
                   PERFORM ListarClientes
               WHEN 5
               WHEN 6
               WHEN 7
                   PERFORM MantenimientoTitulares
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       BuscarClienteDocumento.
           DISPLAY "Ingrese el documento de identidad.".
           MOVE SPACES TO WS-DOCUMENTO.
           ACCEPT WS-DOCUMENTO.
           PERFORM BuscarClientePorDocumento.
           IF CLIENTE-ENCONTRADO
               PERFORM MostrarCliente
           ELSE
               DISPLAY "Cliente no encontrado."
           END-IF.

       BuscarClienteNumero.
           DISPLAY "Ingrese el numero de cliente.".
           MOVE ZEROS TO WS-NUMERO-CLIENTE.
           ACCEPT WS-NUMERO-CLIENTE.
           MOVE WS-NUMERO-CLIENTE TO NumeroCliente.
           READ ArchivoClientes
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
               NOT INVALID KEY
                   PERFORM MostrarCliente
           END-READ.

       MostrarCliente.
           DISPLAY "Numero de Cliente: ", NumeroCliente.
           DISPLAY "Nombre: ", NombreCliente.
           DISPLAY "Documento: ", Documento.
           DISPLAY "Direccion: ", Direccion.
           DISPLAY "Telefono: ", Telefono.

       ModificarCliente.
           DISPLAY "Ingrese el numero de cliente.".
           MOVE ZEROS TO WS-NUMERO-CLIENTE.
           ACCEPT WS-NUMERO-CLIENTE.
           MOVE WS-NUMERO-CLIENTE TO NumeroCliente.
           READ ArchivoClientes
               INVALID KEY
                   DISPLAY "Cliente no encontrado."
               NOT INVALID KEY
                   PERFORM MostrarCliente
                   PERFORM ActualizarDatosCliente
           END-READ.

       ActualizarDatosCliente.
           MOVE NombreCliente TO WS-NOMBRE-ANTERIOR.

           DISPLAY "Ingrese el nombre (vacio mantiene el actual).".
           MOVE SPACES TO WS-DATO-CLIENTE.
           ACCEPT WS-DATO-CLIENTE.
           IF WS-DATO-CLIENTE NOT = SPACES
               MOVE WS-DATO-CLIENTE TO NombreCliente
           END-IF.

           DISPLAY "Ingrese la direccion (vacio mantiene la actual).".
           MOVE SPACES TO WS-DATO-CLIENTE.
           ACCEPT WS-DATO-CLIENTE.
           IF WS-DATO-CLIENTE NOT = SPACES
               MOVE WS-DATO-CLIENTE TO Direccion
           END-IF.

           DISPLAY "Ingrese el telefono (vacio mantiene el actual).".
           MOVE SPACES TO WS-DATO-CLIENTE.
           ACCEPT WS-DATO-CLIENTE.
           IF WS-DATO-CLIENTE NOT = SPACES
               MOVE WS-DATO-CLIENTE TO Telefono
           END-IF.

           REWRITE Cliente
               INVALID KEY
                   DISPLAY "No se pudo actualizar el cliente."
               NOT INVALID KEY
                   DISPLAY "Cliente actualizado: ", NumeroCliente
                   MOVE "CLIENTE MODIFICADO" TO WS-ACCION
                   PERFORM GrabarAuditoriaCliente
                   IF NombreCliente NOT = WS-NOMBRE-ANTERIOR
                       PERFORM ActualizarNombreCuentas
                   END-IF
           END-REWRITE.

       ActualizarNombreCuentas.
           MOVE NumeroCliente TO WS-NUMERO-CLIENTE.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuentas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF Titular = WS-NUMERO-CLIENTE
                           MOVE NombreCliente TO Nombre
                           REWRITE Cuenta
                               INVALID KEY
                                   DISPLAY "No se pudo actualizar: ",
                                       NumeroCuenta
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       GrabarAuditoriaCliente.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-FECHA-SISTEMA TO WS-LA-FECHA.
           MOVE WS-HORA-HHMMSS TO WS-LA-HORA.
           MOVE WS-OPERADOR TO WS-LA-OPERADOR.
           MOVE NumeroCliente TO WS-LA-NUMERO-CUENTA.
           MOVE NombreCliente TO WS-LA-NOMBRE.
           MOVE WS-ACCION TO WS-LA-ACCION.
           MOVE ZEROS TO WS-LA-SALDO.
           MOVE WS-MOTIVO-AUDITORIA TO WS-LA-MOTIVO.
           WRITE RegistroAuditoria FROM WS-LINEA-AUDITORIA.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.

       ListarClientes.
           DISPLAY "-----LISTADO DE CLIENTES-----".
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCliente.
           START ArchivoClientes KEY NOT LESS NumeroCliente
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoClientes NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       DISPLAY "Cliente: ", NumeroCliente,
                           " ", NombreCliente,
                           " Documento: ", Documento
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       AbrirArchivoTitulares.
           OPEN I-O ArchivoTitulares.
           IF WS-ESTADO-TITULARES = "35"
               OPEN OUTPUT ArchivoTitulares
               CLOSE ArchivoTitulares
               OPEN I-O ArchivoTitulares
           END-IF.

       MantenimientoTitulares.
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-CUENTA-TITULARES.
           ACCEPT WS-CUENTA-TITULARES.
           MOVE WS-CUENTA-TITULARES TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada."
               NOT INVALID KEY
                   IF CUENTA-CERRADA AND WS-OPCION-CLIENTES = 5
                       DISPLAY "Cuenta cerrada, operacion rechazada."
                   ELSE
                       PERFORM ElegirOpcionTitulares
                   END-IF
           END-READ.

       ElegirOpcionTitulares.
           PERFORM AbrirArchivoTitulares.
           IF WS-ESTADO-TITULARES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de titulares."
           ELSE
               EVALUATE WS-OPCION-CLIENTES
                   WHEN 5
                       PERFORM VerificarTitularPrincipal
                       PERFORM PedirNuevoTitular
                   WHEN 6
                       PERFORM QuitarTitular
                   WHEN OTHER
                       PERFORM ListarTitularesCuenta
               END-EVALUATE
               CLOSE ArchivoTitulares
           END-IF.

       VerificarTitularPrincipal.
           MOVE WS-CUENTA-TITULARES TO TIT-CUENTA.
           MOVE Titular TO TIT-CLIENTE.
           READ ArchivoTitulares
               INVALID KEY
                   MOVE "I" TO WS-REGLA-FIRMA
                   PERFORM GrabarTitularPrincipal
           END-READ.

       QuitarTitular.
           DISPLAY "Ingrese el numero de cliente a desvincular.".
           MOVE ZEROS TO WS-CLIENTE-TITULAR.
           ACCEPT WS-CLIENTE-TITULAR.
           IF WS-CLIENTE-TITULAR = Titular
               DISPLAY "El titular principal no puede desvincularse."
           ELSE
               MOVE WS-CUENTA-TITULARES TO TIT-CUENTA
               MOVE WS-CLIENTE-TITULAR TO TIT-CLIENTE
               READ ArchivoTitulares
                   INVALID KEY
                       DISPLAY "El cliente no esta vinculado a la ",
                           "cuenta."
                   NOT INVALID KEY
                       PERFORM EliminarTitular
               END-READ
           END-IF.

       EliminarTitular.
           IF TITULAR-CONJUNTO
               MOVE "BAJA COTITULAR" TO WS-ACCION
           ELSE
               MOVE "BAJA FIRMANTE" TO WS-ACCION
           END-IF.
           DELETE ArchivoTitulares RECORD
               INVALID KEY
                   DISPLAY "No se pudo desvincular el cliente."
               NOT INVALID KEY
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING "CLIENTE " DELIMITED BY SIZE
                       WS-CLIENTE-TITULAR DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
                   DISPLAY "Cliente desvinculado: ", WS-CLIENTE-TITULAR
           END-DELETE.

       ListarTitularesCuenta.
           DISPLAY "Cuenta: ", NumeroCuenta, " Tipo: ", TipoCuenta.
           DISPLAY "Titular principal: ", Titular.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE WS-CUENTA-TITULARES TO TIT-CUENTA.
           MOVE ZEROS TO TIT-CLIENTE.
           START ArchivoTitulares KEY NOT LESS TIT-CLAVE
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoTitulares NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF TIT-CUENTA NOT = WS-CUENTA-TITULARES
                           SET FIN-DE-ARCHIVO TO TRUE
                       ELSE
                           PERFORM MostrarTitularCuenta
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       MostrarTitularCuenta.
           PERFORM NombrarRolTitular.
           MOVE TIT-CLIENTE TO NumeroCliente.
           READ ArchivoClientes
               INVALID KEY
                   MOVE SPACES TO NombreCliente
           END-READ.
           DISPLAY "Cliente: ", TIT-CLIENTE, " ", NombreCliente,
               " Rol: ", WS-DESCRIPCION-ROL,
               " Firma: ", TIT-REGLA-FIRMA.

       ValidarFirmante.
           MOVE "N" TO WS-SWITCH-FIRMA.
           DISPLAY "Ingrese el numero de cliente que autoriza.".
           MOVE ZEROS TO WS-CLIENTE-AUTORIZA.
           ACCEPT WS-CLIENTE-AUTORIZA.
           MOVE NumeroCuenta TO WS-CUENTA-TITULARES.
           PERFORM AbrirArchivoTitulares.
           IF WS-ESTADO-TITULARES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de titulares."
           ELSE
               MOVE WS-CUENTA-TITULARES TO TIT-CUENTA
               MOVE WS-CLIENTE-AUTORIZA TO TIT-CLIENTE
               READ ArchivoTitulares
                   INVALID KEY
                       IF WS-CLIENTE-AUTORIZA = Titular
                           SET FIRMA-VALIDA TO TRUE
                       ELSE
                           DISPLAY "El cliente no esta autorizado ",
                               "en la cuenta."
                       END-IF
                   NOT INVALID KEY
                       IF FIRMA-CONJUNTA
                           PERFORM ValidarFirmaConjunta
                       ELSE
                           SET FIRMA-VALIDA TO TRUE
                       END-IF
               END-READ
               CLOSE ArchivoTitulares
           END-IF.

       ValidarFirmaConjunta.
           SET FIRMA-VALIDA TO TRUE.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE WS-CUENTA-TITULARES TO TIT-CUENTA.
           MOVE ZEROS TO TIT-CLIENTE.
           START ArchivoTitulares KEY NOT LESS TIT-CLAVE
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO OR NOT FIRMA-VALIDA
               READ ArchivoTitulares NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF TIT-CUENTA NOT = WS-CUENTA-TITULARES
                           SET FIN-DE-ARCHIVO TO TRUE
                       ELSE
                           IF FIRMA-CONJUNTA AND
                               TIT-CLIENTE NOT = WS-CLIENTE-AUTORIZA
                               DISPLAY "Firma conjunta del cliente ",
                                   TIT-CLIENTE, " presente? (S/N)"
                               MOVE SPACE TO WS-RESPUESTA
                               ACCEPT WS-RESPUESTA
                               IF WS-RESPUESTA NOT = "S"
                                   MOVE "N" TO WS-SWITCH-FIRMA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       MantenimientoOrdenes.
           DISPLAY "-----ORDENES PERMANENTES-----".
           OPEN I-O ArchivoOrdenes.
           IF WS-ESTADO-ORDENES = "35"
               OPEN OUTPUT ArchivoOrdenes
               CLOSE ArchivoOrdenes
               OPEN I-O ArchivoOrdenes
           END-IF.
           IF WS-ESTADO-ORDENES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de ordenes."
           ELSE
               PERFORM ElegirOpcionOrdenes
               CLOSE ArchivoOrdenes
           END-IF.

       ElegirOpcionOrdenes.
           DISPLAY "1.Crear 2.Cancelar 3.Listar".
           DISPLAY "Digita una Opcion"
           MOVE ZERO TO WS-OPCION-ORDENES.
           ACCEPT WS-OPCION-ORDENES.

           EVALUATE WS-OPCION-ORDENES
               WHEN 1
                   PERFORM CrearOrden
               WHEN 2
                   PERFORM CancelarOrden
               WHEN 3
                   PERFORM ListarOrdenes
               WHEN OTHER
                   DISPLAY "Opcion invalida, intente de nuevo."
           END-EVALUATE.

       CrearOrden.
           MOVE ZEROS TO WS-NUMERO-ORDEN.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO ORD-NUMERO.
           START ArchivoOrdenes KEY NOT LESS ORD-NUMERO
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoOrdenes NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF ORD-NUMERO > WS-NUMERO-ORDEN
                           MOVE ORD-NUMERO TO WS-NUMERO-ORDEN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           ADD 1 TO WS-NUMERO-ORDEN.

           DISPLAY "Ingrese la cuenta de origen.".
           MOVE ZEROS TO WS-CUENTA-ORIGEN.
           ACCEPT WS-CUENTA-ORIGEN.
           DISPLAY "Ingrese la cuenta de destino.".
           MOVE ZEROS TO WS-CUENTA-DESTINO.
           ACCEPT WS-CUENTA-DESTINO.
           DISPLAY "Ingrese el monto.".
           MOVE ZEROS TO WS-MONTO.
           ACCEPT WS-MONTO.

           IF WS-CUENTA-ORIGEN = WS-CUENTA-DESTINO
               DISPLAY "Las cuentas deben ser distintas."
           ELSE
               PERFORM ValidarCuentasOrden
               IF ORDEN-VALIDA
                   PERFORM GrabarOrdenNueva
               END-IF
           END-IF.

       ValidarCuentasOrden.
           MOVE "N" TO WS-SWITCH-ORDEN.
           MOVE WS-CUENTA-DESTINO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta destino no encontrada."
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta destino no activa."
                       WHEN TipoCuenta = "L"
                           DISPLAY "Cuenta destino invalida."
                       WHEN OTHER
                           PERFORM ValidarOrigenOrden
                   END-EVALUATE
           END-READ.

       ValidarOrigenOrden.
           MOVE WS-CUENTA-ORIGEN TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta origen no encontrada."
               NOT INVALID KEY
                   IF NOT CUENTA-ACTIVA
                       DISPLAY "Cuenta origen no activa."
                   ELSE
                       IF TipoCuenta = "P" OR TipoCuenta = "L"
                           DISPLAY "Cuenta origen invalida."
                       ELSE
                           SET ORDEN-VALIDA TO TRUE
                       END-IF
                   END-IF
           END-READ.

       GrabarOrdenNueva.
           MOVE SPACE TO ORD-FRECUENCIA.
           PERFORM UNTIL FRECUENCIA-VALIDA
               DISPLAY "Ingrese frecuencia (S-Semanal, Q-Quincenal, ",
                   "M-Mensual)."
               ACCEPT ORD-FRECUENCIA
               IF NOT FRECUENCIA-VALIDA
                   DISPLAY "Frecuencia invalida, intente de nuevo."
               END-IF
           END-PERFORM.
           DISPLAY "Ingrese la primera fecha de ejecucion (AAAAMMDD).".
           MOVE ZEROS TO ORD-PROXIMA-FECHA.
           ACCEPT ORD-PROXIMA-FECHA.
           MOVE ORD-PROXIMA-FECHA TO WS-FECHA-HABIL.
           PERFORM AjustarDiaHabil.
           IF WS-FECHA-HABIL NOT = ORD-PROXIMA-FECHA
               DISPLAY "Dia no habil, se ejecutara el ", WS-FECHA-HABIL
           END-IF.

           MOVE WS-NUMERO-ORDEN TO ORD-NUMERO.
           MOVE WS-CUENTA-ORIGEN TO ORD-CUENTA-ORIGEN.
           MOVE WS-CUENTA-DESTINO TO ORD-CUENTA-DESTINO.
           MOVE WS-MONTO TO ORD-MONTO.
           MOVE "A" TO ORD-ESTADO.

           WRITE OrdenPermanente
               INVALID KEY
                   DISPLAY "No se pudo crear la orden ", ORD-NUMERO
               NOT INVALID KEY
                   DISPLAY "Orden creada: ", ORD-NUMERO
                   MOVE "ORDEN CREADA" TO WS-ACCION
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING "ORDEN " DELIMITED BY SIZE
                       ORD-NUMERO DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
           END-WRITE.

       CancelarOrden.
           DISPLAY "Ingrese el numero de orden.".
           MOVE ZEROS TO WS-NUMERO-ORDEN.
           ACCEPT WS-NUMERO-ORDEN.
           MOVE WS-NUMERO-ORDEN TO ORD-NUMERO.

           READ ArchivoOrdenes
               INVALID KEY
                   DISPLAY "Orden no encontrada."
               NOT INVALID KEY
                   IF NOT ORDEN-ACTIVA
                       DISPLAY "La orden ya esta cancelada."
                   ELSE
                       MOVE "C" TO ORD-ESTADO
                       REWRITE OrdenPermanente
                           INVALID KEY
                               DISPLAY "No se pudo cancelar la orden."
                           NOT INVALID KEY
                               DISPLAY "Orden cancelada: ", ORD-NUMERO
                               PERFORM AuditarCancelacionOrden
                       END-REWRITE
                   END-IF
           END-READ.

       AuditarCancelacionOrden.
           MOVE ORD-CUENTA-ORIGEN TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta origen no encontrada: ",
                       ORD-CUENTA-ORIGEN
               NOT INVALID KEY
                   MOVE "ORDEN CANCELADA" TO WS-ACCION
                   MOVE SPACES TO WS-MOTIVO-AUDITORIA
                   STRING "ORDEN " DELIMITED BY SIZE
                       ORD-NUMERO DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
           END-READ.

       ListarOrdenes.
           DISPLAY "-----LISTADO DE ORDENES-----".
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO ORD-NUMERO.
           START ArchivoOrdenes KEY NOT LESS ORD-NUMERO
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoOrdenes NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       DISPLAY "Orden: ", ORD-NUMERO,
                           " Origen: ", ORD-CUENTA-ORIGEN,
                           " Destino: ", ORD-CUENTA-DESTINO,
                           " Monto: ", ORD-MONTO,
                           " Frec: ", ORD-FRECUENCIA,
                           " Proxima: ", ORD-PROXIMA-FECHA,
                           " Estado: ", ORD-ESTADO
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       ImprimirExtracto.
           DISPLAY "-----EXTRACTO DE CUENTA-----".
           DISPLAY "Ingrese el numero de cuenta.".
           MOVE ZEROS TO WS-NUMERO-CUENTA.
           ACCEPT WS-NUMERO-CUENTA.
           MOVE WS-NUMERO-CUENTA TO NumeroCuenta.

           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada."
               NOT INVALID KEY
                   PERFORM PedirPeriodoExtracto
           END-READ.

       PedirPeriodoExtracto.
           DISPLAY "Ingrese la fecha desde (AAAAMMDD).".
           MOVE ZEROS TO WS-FECHA-DESDE.
           ACCEPT WS-FECHA-DESDE.
           DISPLAY "Ingrese la fecha hasta (AAAAMMDD).".
           MOVE ZEROS TO WS-FECHA-HASTA.
           ACCEPT WS-FECHA-HASTA.
           IF WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "Periodo invalido, intente de nuevo."
           ELSE
               PERFORM GenerarExtracto
           END-IF.

       GenerarExtracto.
           OPEN OUTPUT ArchivoExtracto.
           IF WS-ESTADO-EXTRACTO NOT = "00"
               DISPLAY "No se pudo abrir el archivo de extracto."
           ELSE
               PERFORM EscribirCabeceraExtracto
               PERFORM RecorrerMovimientosExtracto
               PERFORM EscribirCierreExtracto
               CLOSE ArchivoExtracto
               DISPLAY "Extracto generado: EXTRACTO.TXT"
           END-IF.

       EscribirCabeceraExtracto.
           MOVE "BANCO - EXTRACTO DE CUENTA" TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE NumeroCuenta TO WS-EXT-CUENTA.
           MOVE Nombre TO WS-EXT-NOMBRE.
           WRITE LineaExtracto FROM WS-LINEA-CABECERA-EXTRACTO.
           MOVE WS-FECHA-DESDE TO WS-EXT-DESDE.
           MOVE WS-FECHA-HASTA TO WS-EXT-HASTA.
           WRITE LineaExtracto FROM WS-LINEA-PERIODO-EXTRACTO.
           MOVE SPACES TO LineaExtracto.
           WRITE LineaExtracto.

       RecorrerMovimientosExtracto.
           MOVE ZEROS TO WS-SALDO-APERTURA.
           MOVE ZEROS TO WS-SALDO-CIERRE.
           MOVE "N" TO WS-SWITCH-APERTURA.
           MOVE WS-NUMERO-CUENTA TO MOV-CUENTA.
           MOVE ZEROS TO MOV-SECUENCIA.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           START ArchivoMovimientos KEY NOT LESS MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-MOVIMIENTOS
               READ ArchivoMovimientos NEXT RECORD
                   AT END
                       SET FIN-DE-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF MOV-CUENTA NOT = WS-NUMERO-CUENTA
                           SET FIN-DE-MOVIMIENTOS TO TRUE
                       ELSE
                           PERFORM ClasificarMovimientoExtracto
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.

       ClasificarMovimientoExtracto.
           IF MOV-FECHA < WS-FECHA-DESDE
               MOVE MOV-SALDO TO WS-SALDO-APERTURA
           ELSE
               IF MOV-FECHA > WS-FECHA-HASTA
                   SET FIN-DE-MOVIMIENTOS TO TRUE
               ELSE
                   IF NOT APERTURA-ESCRITA
                       PERFORM EscribirAperturaExtracto
                   END-IF
                   PERFORM EscribirDetalleExtracto
               END-IF
           END-IF.

       EscribirAperturaExtracto.
           MOVE SPACES TO WS-LINEA-SALDO-EXTRACTO.
           MOVE "SALDO DE APERTURA" TO WS-EXT-ETIQUETA.
           MOVE WS-SALDO-APERTURA TO WS-EXT-SALDO-TOTAL.
           WRITE LineaExtracto FROM WS-LINEA-SALDO-EXTRACTO.
           MOVE WS-SALDO-APERTURA TO WS-SALDO-CIERRE.
           SET APERTURA-ESCRITA TO TRUE.

       EscribirDetalleExtracto.
           MOVE MOV-FECHA TO WS-EXT-FECHA.
           MOVE MOV-HORA TO WS-EXT-HORA.
           MOVE MOV-TIPO TO WS-EXT-TIPO.
           MOVE MOV-INDICADOR TO WS-EXT-INDICADOR.
           IF MOVIMIENTO-REVERSADO
               MOVE "*" TO WS-EXT-MARCA
           ELSE
               MOVE SPACE TO WS-EXT-MARCA
           END-IF.
           MOVE MOV-MONTO TO WS-EXT-MONTO.
           MOVE MOV-SALDO TO WS-EXT-SALDO.
           IF MOV-REFERENCIA = ZEROS
               MOVE SPACES TO WS-EXT-REFERENCIA
           ELSE
               MOVE MOV-REF-CUENTA TO WS-EXT-REF-CUENTA
               MOVE "-" TO WS-EXT-REF-SEPARADOR
               MOVE MOV-REF-SECUENCIA TO WS-EXT-REF-SECUENCIA
           END-IF.
           WRITE LineaExtracto FROM WS-LINEA-DETALLE-EXTRACTO.
           MOVE MOV-SALDO TO WS-SALDO-CIERRE.

       EscribirCierreExtracto.
           IF NOT APERTURA-ESCRITA
               PERFORM EscribirAperturaExtracto
           END-IF.
           MOVE SPACES TO LineaExtracto.
           WRITE LineaExtracto.
           MOVE SPACES TO WS-LINEA-SALDO-EXTRACTO.
           MOVE "SALDO DE CIERRE" TO WS-EXT-ETIQUETA.
           MOVE WS-SALDO-CIERRE TO WS-EXT-SALDO-TOTAL.
           WRITE LineaExtracto FROM WS-LINEA-SALDO-EXTRACTO.
           MOVE "(*) MOVIMIENTO REVERSADO" TO LineaExtracto.
           WRITE LineaExtracto.

       ProcesoLote.
           DISPLAY "-----PROCESO POR LOTE-----".
           MOVE ZEROS TO WS-CONTADOR-TRANSACCIONES.
           MOVE ZEROS TO WS-TOTAL-MONTO.

           OPEN INPUT ArchivoLote.
           IF WS-ESTADO-LOTE NOT = "00"
               DISPLAY "No se pudo abrir el archivo de lote."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE LOTE" TO WS-RESULTADO-PASO
           ELSE
               PERFORM ValidarLote
               CLOSE ArchivoLote
               IF LOTE-VALIDO
                   PERFORM AplicarLote
               ELSE
                   DISPLAY "Lote rechazado, nada fue aplicado."
                   SET PASO-CON-ERROR TO TRUE
                   MOVE "LOTE RECHAZADO" TO WS-RESULTADO-PASO
               END-IF
           END-IF.

       ValidarLote.
           MOVE "S" TO WS-SWITCH-LOTE-VALIDO.
           MOVE "N" TO WS-SWITCH-CABECERA.
           MOVE "N" TO WS-SWITCH-TOTALES.
           MOVE ZEROS TO WS-FECHA-LOTE.
           MOVE ZEROS TO WS-CANTIDAD-LOTE.
           MOVE ZEROS TO WS-HASH-LOTE.
           MOVE ZEROS TO WS-CANTIDAD-INFORMADA.
           MOVE ZEROS TO WS-MONTO-INFORMADO.

           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoLote
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM ClasificarRegistroLote
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

           IF NOT CABECERA-LEIDA
               DISPLAY "Lote sin cabecera."
               MOVE "N" TO WS-SWITCH-LOTE-VALIDO
           END-IF.
           IF NOT TOTALES-LEIDOS
               DISPLAY "Lote sin registro de totales."
               MOVE "N" TO WS-SWITCH-LOTE-VALIDO
           ELSE
               IF WS-CANTIDAD-LOTE NOT = WS-CANTIDAD-INFORMADA
                   DISPLAY "Cantidad informada: ",
                       WS-CANTIDAD-INFORMADA,
                       " Cantidad contada: ", WS-CANTIDAD-LOTE
                   MOVE "N" TO WS-SWITCH-LOTE-VALIDO
               END-IF
               IF WS-HASH-LOTE NOT = WS-MONTO-INFORMADO
                   DISPLAY "Monto informado: ", WS-MONTO-INFORMADO,
                       " Monto sumado: ", WS-HASH-LOTE
                   MOVE "N" TO WS-SWITCH-LOTE-VALIDO
               END-IF
           END-IF.
           IF LOTE-VALIDO
               DISPLAY "Lote validado, fecha: ", WS-FECHA-LOTE
           END-IF.

       ClasificarRegistroLote.
           EVALUATE LOTE-TIPO-TRANSACCION
               WHEN "H"
                   SET CABECERA-LEIDA TO TRUE
                   MOVE LOTE-CAB-FECHA TO WS-FECHA-LOTE
               WHEN "F"
                   SET TOTALES-LEIDOS TO TRUE
                   MOVE LOTE-TOT-CANTIDAD TO WS-CANTIDAD-INFORMADA
                   MOVE LOTE-TOT-MONTO TO WS-MONTO-INFORMADO
               WHEN OTHER
                   ADD 1 TO WS-CANTIDAD-LOTE
                   ADD LOTE-MONTO TO WS-HASH-LOTE
           END-EVALUATE.

       AplicarLote.
           OPEN INPUT ArchivoLote.
           IF WS-ESTADO-LOTE NOT = "00"
               DISPLAY "No se pudo abrir el archivo de lote."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE LOTE" TO WS-RESULTADO-PASO
           ELSE
               MOVE ZEROS TO WS-CONTADOR-RECHAZOS
               PERFORM LeerCheckpoint
               IF CHECKPOINT-CONFLICTO
                   CLOSE ArchivoLote
                   DISPLAY "Lote rechazado, nada fue aplicado."
                   SET PASO-CON-ERROR TO TRUE
                   MOVE "CONFLICTO DE CHECKPOINT" TO WS-RESULTADO-PASO
               ELSE
                   PERFORM AplicarRegistrosLote
               END-IF
           END-IF.

       AplicarRegistrosLote.
           IF REINICIO-LOTE
               OPEN EXTEND ArchivoRechazos
               IF WS-ESTADO-RECHAZOS NOT = "00"
                   OPEN OUTPUT ArchivoRechazos
               END-IF
           ELSE
               OPEN OUTPUT ArchivoRechazos
           END-IF.
           MOVE ZEROS TO WS-PROCESADOS-LOTE.
           MOVE ZEROS TO WS-DESDE-CHECKPOINT.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoLote
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF LOTE-TIPO-TRANSACCION NOT = "H" AND
                           LOTE-TIPO-TRANSACCION NOT = "F"
                           PERFORM AplicarDetalleLote
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ArchivoLote.
           CLOSE ArchivoRechazos.
           PERFORM LimpiarCheckpoint.
           MOVE "N" TO WS-SWITCH-REINICIO.

           DISPLAY "Cuentas actualizadas: ", WS-CONTADOR-TRANSACCIONES.
           DISPLAY "Monto total aplicado: ", WS-TOTAL-MONTO.
           DISPLAY "Transacciones rechazadas: ", WS-CONTADOR-RECHAZOS.

       AplicarDetalleLote.
           IF WS-PROCESADOS-LOTE < WS-SALTAR-LOTE
               ADD 1 TO WS-PROCESADOS-LOTE
           ELSE
               PERFORM ProcesarTransaccionLote
               ADD 1 TO WS-PROCESADOS-LOTE
               ADD 1 TO WS-DESDE-CHECKPOINT
               IF WS-DESDE-CHECKPOINT NOT <
                       WS-INTERVALO-CHECKPOINT
                   PERFORM GrabarCheckpoint
                   MOVE ZEROS TO WS-DESDE-CHECKPOINT
               END-IF
           END-IF.

       LeerCheckpoint.
           MOVE "N" TO WS-SWITCH-REINICIO.
           MOVE "N" TO WS-SWITCH-CHK-CONFLICTO.
           MOVE ZEROS TO WS-SALTAR-LOTE.

           OPEN INPUT ArchivoCheckpoint.
           IF WS-ESTADO-CHECKPOINT = "00"
               READ ArchivoCheckpoint
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHK-ESTADO = "P"
                           PERFORM ValidarCheckpoint
                       END-IF
               END-READ
               CLOSE ArchivoCheckpoint
           END-IF.

       ValidarCheckpoint.
           IF CHK-FECHA-LOTE NOT = WS-FECHA-LOTE
               SET CHECKPOINT-CONFLICTO TO TRUE
               DISPLAY "Checkpoint del lote ", CHK-FECHA-LOTE,
                   " no corresponde al lote ", WS-FECHA-LOTE
               DISPLAY "Restaure el lote pendiente o limpie ",
                   "CHECKPOINT.TXT."
           ELSE
               SET REINICIO-LOTE TO TRUE
               MOVE CHK-PROCESADOS TO WS-SALTAR-LOTE
               MOVE CHK-TRANSACCIONES
                   TO WS-CONTADOR-TRANSACCIONES
               MOVE CHK-MONTO TO WS-TOTAL-MONTO
               MOVE CHK-RECHAZOS TO WS-CONTADOR-RECHAZOS
               DISPLAY "Reinicio de lote incompleto, ",
                   "registros ya aplicados: ",
                   WS-SALTAR-LOTE
           END-IF.

       GrabarCheckpoint.
           OPEN OUTPUT ArchivoCheckpoint.
           IF WS-ESTADO-CHECKPOINT = "00"
               MOVE SPACES TO RegistroCheckpoint
               MOVE "P" TO CHK-ESTADO
               MOVE WS-PROCESADOS-LOTE TO CHK-PROCESADOS
               MOVE WS-CONTADOR-TRANSACCIONES TO CHK-TRANSACCIONES
               MOVE WS-TOTAL-MONTO TO CHK-MONTO
               MOVE WS-CONTADOR-RECHAZOS TO CHK-RECHAZOS
               MOVE WS-FECHA-LOTE TO CHK-FECHA-LOTE
               WRITE RegistroCheckpoint
               CLOSE ArchivoCheckpoint
           ELSE
               DISPLAY "No se pudo grabar el checkpoint."
           END-IF.

       LimpiarCheckpoint.
           OPEN OUTPUT ArchivoCheckpoint.
           IF WS-ESTADO-CHECKPOINT = "00"
               CLOSE ArchivoCheckpoint
           END-IF.

       ProcesoReproceso.
           DISPLAY "-----REPROCESO DE RECHAZOS-----".
           MOVE ZEROS TO WS-CONTADOR-TRANSACCIONES.
           MOVE ZEROS TO WS-TOTAL-MONTO.
           MOVE ZEROS TO WS-CONTADOR-RECHAZOS.

           OPEN INPUT ArchivoReproceso.
           IF WS-ESTADO-REPROCESO NOT = "00"
               DISPLAY "No se pudo abrir el archivo de reproceso."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE REPROCESO" TO WS-RESULTADO-PASO
           ELSE
               OPEN EXTEND ArchivoRechazos
               IF WS-ESTADO-RECHAZOS NOT = "00"
                   OPEN OUTPUT ArchivoRechazos
               END-IF
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoReproceso
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE REPRO-REGISTRO TO RegistroLote
                           PERFORM ProcesarTransaccionLote
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoReproceso
               CLOSE ArchivoRechazos
           END-IF.

           DISPLAY "Cuentas actualizadas: ", WS-CONTADOR-TRANSACCIONES.
           DISPLAY "Monto total aplicado: ", WS-TOTAL-MONTO.
           DISPLAY "Transacciones rechazadas: ", WS-CONTADOR-RECHAZOS.

       ProcesarTransaccionLote.
           MOVE LOTE-NUMERO-CUENTA TO NumeroCuenta.

           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada: ", LOTE-NUMERO-CUENTA
                   MOVE "CNE" TO WS-MOTIVO-RECHAZO
                   PERFORM RechazarTransaccionLote
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta no activa: ",
                               LOTE-NUMERO-CUENTA
                           MOVE "CNA" TO WS-MOTIVO-RECHAZO
                           PERFORM RechazarTransaccionLote
                       WHEN TipoCuenta = "L"
                           DISPLAY "Cuenta de prestamo: ",
                               LOTE-NUMERO-CUENTA
                           MOVE "CPR" TO WS-MOTIVO-RECHAZO
                           PERFORM RechazarTransaccionLote
                       WHEN OTHER
                           PERFORM EjecutarTransaccionLote
                   END-EVALUATE
           END-READ.

       EjecutarTransaccionLote.
           EVALUATE LOTE-TIPO-TRANSACCION
               WHEN "D"
                   ADD LOTE-MONTO TO Saldo
                   MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento
                   MOVE "DEPOSITO LOTE" TO WS-ACCION
                   MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM ActualizarCuentaLote
               WHEN "R"
                   IF TipoCuenta = "P" AND
                       WS-FECHA-SISTEMA < FechaVencimiento
                       DISPLAY "Plazo fijo no vencido: ",
                           LOTE-NUMERO-CUENTA
                       MOVE "PNV" TO WS-MOTIVO-RECHAZO
                       PERFORM RechazarTransaccionLote
                   ELSE
                       MOVE "R" TO WS-TIPO-COMISION
                       PERFORM ObtenerComision
                       COMPUTE WS-MONTO-TOTAL =
                           LOTE-MONTO + WS-COMISION
                       PERFORM CalcularDisponible
                       IF WS-MONTO-TOTAL > WS-DISPONIBLE
                           DISPLAY "Fondos insuficientes: ",
                               LOTE-NUMERO-CUENTA
                           MOVE "FDI" TO WS-MOTIVO-RECHAZO
                           PERFORM RechazarTransaccionLote
                       ELSE
                           MOVE LOTE-MONTO TO WS-MONTO-LIMITE
                           PERFORM ValidarLimiteDiario
                           IF LIMITE-EXCEDIDO
                               DISPLAY "Limite diario excedido: ",
                                   LOTE-NUMERO-CUENTA
                               MOVE "LMD" TO WS-MOTIVO-RECHAZO
                               PERFORM RechazarTransaccionLote
                           ELSE
                               ADD LOTE-MONTO TO UsadoDiario
                               SUBTRACT LOTE-MONTO FROM Saldo
                               MOVE WS-FECHA-SISTEMA
                                   TO FechaUltimoMovimiento
                               MOVE "RETIRO LOTE" TO WS-ACCION
                               MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                               PERFORM ActualizarCuentaLote
                               IF WS-COMISION > ZEROS
                                   MOVE "COMISION RETIRO"
                                       TO WS-ACCION-COMISION
                                   MOVE WS-ULTIMO-MOVIMIENTO
                                       TO WS-MOVIMIENTO-COMISION
                                   PERFORM CobrarComision
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN "T"
                   IF LOTE-CUENTA-DESTINO = LOTE-NUMERO-CUENTA
                       DISPLAY "Transaccion invalida: ",
                           LOTE-NUMERO-CUENTA
                       MOVE "TRI" TO WS-MOTIVO-RECHAZO
                       PERFORM RechazarTransaccionLote
                   ELSE
                       IF TipoCuenta = "P" AND
                           WS-FECHA-SISTEMA < FechaVencimiento
                           DISPLAY "Plazo fijo no vencido: ",
                               LOTE-NUMERO-CUENTA
                           MOVE "PNV" TO WS-MOTIVO-RECHAZO
                           PERFORM RechazarTransaccionLote
                       ELSE
                           MOVE "T" TO WS-TIPO-COMISION
                           PERFORM ObtenerComision
                           COMPUTE WS-MONTO-TOTAL =
                               LOTE-MONTO + WS-COMISION
                           PERFORM CalcularDisponible
                           IF WS-MONTO-TOTAL > WS-DISPONIBLE
                               DISPLAY "Fondos insuficientes: ",
                                   LOTE-NUMERO-CUENTA
                               MOVE "FDI" TO WS-MOTIVO-RECHAZO
                               PERFORM RechazarTransaccionLote
                           ELSE
                               MOVE LOTE-MONTO TO WS-MONTO-LIMITE
                               PERFORM ValidarLimiteDiario
                               IF LIMITE-EXCEDIDO
                                   DISPLAY "Limite diario excedido: ",
                                       LOTE-NUMERO-CUENTA
                                   MOVE "LMD" TO WS-MOTIVO-RECHAZO
                                   PERFORM RechazarTransaccionLote
                               ELSE
                                   PERFORM TransferenciaLote
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   DISPLAY "Transaccion invalida: ",
                       LOTE-NUMERO-CUENTA
                   MOVE "TRI" TO WS-MOTIVO-RECHAZO
                   PERFORM RechazarTransaccionLote
           END-EVALUATE.

       RechazarTransaccionLote.
           MOVE SPACES TO RegistroRechazo.
           MOVE RegistroLote TO RECH-REGISTRO.
           MOVE WS-MOTIVO-RECHAZO TO RECH-MOTIVO.
           MOVE WS-FECHA-SISTEMA TO RECH-FECHA.
           WRITE RegistroRechazo.
           ADD 1 TO WS-CONTADOR-RECHAZOS.

       TransferenciaLote.
           MOVE LOTE-CUENTA-DESTINO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta destino no encontrada: ",
                       LOTE-CUENTA-DESTINO
                   MOVE "DNE" TO WS-MOTIVO-RECHAZO
                   PERFORM RechazarTransaccionLote
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           DISPLAY "Cuenta destino no activa: ",
                               LOTE-CUENTA-DESTINO
                           MOVE "DNA" TO WS-MOTIVO-RECHAZO
                           PERFORM RechazarTransaccionLote
                       WHEN TipoCuenta = "L"
                           DISPLAY "Cuenta destino de prestamo: ",
                               LOTE-CUENTA-DESTINO
                           MOVE "DPR" TO WS-MOTIVO-RECHAZO
                           PERFORM RechazarTransaccionLote
                       WHEN OTHER
                           PERFORM DebitarOrigenLote
                   END-EVALUATE
           END-READ.

       DebitarOrigenLote.
           MOVE LOTE-NUMERO-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta no encontrada: ",
                       LOTE-NUMERO-CUENTA
                   MOVE "CNE" TO WS-MOTIVO-RECHAZO
                   PERFORM RechazarTransaccionLote
               NOT INVALID KEY
                   MOVE LOTE-MONTO TO WS-MONTO-LIMITE
                   PERFORM ValidarLimiteDiario
                   ADD LOTE-MONTO TO UsadoDiario
                   SUBTRACT LOTE-MONTO FROM Saldo
                   MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento
                   MOVE "TRANSF LOTE ENVIO" TO WS-ACCION
                   MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM ActualizarCuentaLote
                   MOVE WS-ULTIMO-MOVIMIENTO TO WS-MOVIMIENTO-ENVIO
                   PERFORM AbonarDestinoLote
           END-READ.

       AbonarDestinoLote.
           MOVE LOTE-CUENTA-DESTINO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta destino no encontrada: ",
                       LOTE-CUENTA-DESTINO
                   PERFORM RevertirTransferenciaLote
               NOT INVALID KEY
                   ADD LOTE-MONTO TO Saldo
                   MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: ",
                               NumeroCuenta
                           PERFORM RevertirTransferenciaLote
                       NOT INVALID KEY
                           MOVE "TRANSF LOTE ABONO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE LOTE-MONTO TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           MOVE WS-MOVIMIENTO-ENVIO
                               TO WS-REFERENCIA-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           PERFORM EnlazarMovimientoEnvio
                           IF WS-COMISION > ZEROS
                               MOVE "COMISION TRANSF"
                                   TO WS-ACCION-COMISION
                               MOVE WS-MOVIMIENTO-ENVIO
                                   TO WS-MOVIMIENTO-COMISION
                               PERFORM CobrarComisionOrigenLote
                           END-IF
                   END-REWRITE
           END-READ.

       CobrarComisionOrigenLote.
           MOVE LOTE-NUMERO-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "No se pudo aplicar la comision: ",
                       LOTE-NUMERO-CUENTA
               NOT INVALID KEY
                   PERFORM CobrarComision
           END-READ.

       RevertirTransferenciaLote.
           MOVE LOTE-NUMERO-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "No se pudo revertir: ", NumeroCuenta
               NOT INVALID KEY
                   ADD LOTE-MONTO TO Saldo
                   IF UsadoDiario NOT < LOTE-MONTO
                       SUBTRACT LOTE-MONTO FROM UsadoDiario
                   END-IF
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo revertir: ",
                               NumeroCuenta
                       NOT INVALID KEY
                           SUBTRACT 1 FROM
                               WS-CONTADOR-TRANSACCIONES
                           SUBTRACT LOTE-MONTO FROM WS-TOTAL-MONTO
                           MOVE "TRANSF LOTE REVERSO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE LOTE-MONTO TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           MOVE WS-MOVIMIENTO-ENVIO
                               TO WS-REFERENCIA-MOVIMIENTO
                           MOVE "X" TO WS-MARCA-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           MOVE WS-MOVIMIENTO-ENVIO TO WS-CLAVE-MARCAR
                           PERFORM MarcarMovimientoReversado
                   END-REWRITE
           END-READ.
           MOVE "EAB" TO WS-MOTIVO-RECHAZO.
           PERFORM RechazarTransaccionLote.

       ActualizarCuentaLote.
           REWRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo actualizar: ", NumeroCuenta
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-TRANSACCIONES
                   ADD LOTE-MONTO TO WS-TOTAL-MONTO
                   PERFORM GrabarAuditoria
                   MOVE LOTE-MONTO TO WS-MONTO-MOVIMIENTO
                   PERFORM GrabarMovimiento
           END-REWRITE.

       ProcesoCanje.
           DISPLAY "-----CANJE DE CHEQUES-----".
           MOVE ZEROS TO WS-CHEQUES-PAGADOS.
           MOVE ZEROS TO WS-CHEQUES-DEVUELTOS.
           MOVE ZEROS TO WS-MONTO-CHEQUES.
           MOVE ZEROS TO WS-TOTAL-COMISIONES.

           OPEN INPUT ArchivoCanje.
           IF WS-ESTADO-CANJE NOT = "00"
               DISPLAY "No se pudo abrir el archivo de canje."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE CANJE" TO WS-RESULTADO-PASO
           ELSE
               PERFORM ValidarCanje
               CLOSE ArchivoCanje
               IF CANJE-VALIDO
                   PERFORM AplicarCanje
               ELSE
                   DISPLAY "Canje rechazado, nada fue aplicado."
                   SET PASO-CON-ERROR TO TRUE
                   MOVE "CANJE RECHAZADO" TO WS-RESULTADO-PASO
               END-IF
           END-IF.

           DISPLAY "Cheques pagados: ", WS-CHEQUES-PAGADOS.
           DISPLAY "Cheques devueltos: ", WS-CHEQUES-DEVUELTOS.

       ValidarCanje.
           MOVE "S" TO WS-SWITCH-CANJE-VALIDO.
           MOVE "N" TO WS-SWITCH-CABECERA.
           MOVE "N" TO WS-SWITCH-TOTALES.
           MOVE ZEROS TO WS-FECHA-CANJE.
           MOVE ZEROS TO WS-CANTIDAD-CANJE.
           MOVE ZEROS TO WS-HASH-CANJE.
           MOVE ZEROS TO WS-CANTIDAD-INFORMADA.
           MOVE ZEROS TO WS-MONTO-INFORMADO.

           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCanje
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM ClasificarRegistroCanje
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

           IF NOT CABECERA-LEIDA
               DISPLAY "Canje sin cabecera."
               MOVE "N" TO WS-SWITCH-CANJE-VALIDO
           END-IF.
           IF NOT TOTALES-LEIDOS
               DISPLAY "Canje sin registro de totales."
               MOVE "N" TO WS-SWITCH-CANJE-VALIDO
           ELSE
               IF WS-CANTIDAD-CANJE NOT = WS-CANTIDAD-INFORMADA
                   DISPLAY "Cantidad informada: ",
                       WS-CANTIDAD-INFORMADA,
                       " Cantidad contada: ", WS-CANTIDAD-CANJE
                   MOVE "N" TO WS-SWITCH-CANJE-VALIDO
               END-IF
               IF WS-HASH-CANJE NOT = WS-MONTO-INFORMADO
                   DISPLAY "Monto informado: ", WS-MONTO-INFORMADO,
                       " Monto sumado: ", WS-HASH-CANJE
                   MOVE "N" TO WS-SWITCH-CANJE-VALIDO
               END-IF
           END-IF.
           IF CANJE-VALIDO
               DISPLAY "Canje validado, fecha: ", WS-FECHA-CANJE
           END-IF.

       ClasificarRegistroCanje.
           EVALUATE CANJE-TIPO-REGISTRO
               WHEN "H"
                   SET CABECERA-LEIDA TO TRUE
                   MOVE CANJE-CAB-FECHA TO WS-FECHA-CANJE
               WHEN "F"
                   SET TOTALES-LEIDOS TO TRUE
                   MOVE CANJE-TOT-CANTIDAD TO WS-CANTIDAD-INFORMADA
                   MOVE CANJE-TOT-MONTO TO WS-MONTO-INFORMADO
               WHEN OTHER
                   ADD 1 TO WS-CANTIDAD-CANJE
                   ADD CANJE-MONTO TO WS-HASH-CANJE
           END-EVALUATE.

       AplicarCanje.
           OPEN INPUT ArchivoCanje.
           PERFORM AbrirArchivoCheques.
           OPEN OUTPUT ArchivoDevueltos.
           IF WS-ESTADO-CHEQUES NOT = "00" OR
               WS-ESTADO-DEVUELTOS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cheques ",
                   "o de devueltos."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE CHEQUES" TO WS-RESULTADO-PASO
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoCanje
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           EVALUATE CANJE-TIPO-REGISTRO
                               WHEN "D"
                                   PERFORM ProcesarChequeCanje
                               WHEN "H"
                               WHEN "F"
                                   CONTINUE
                               WHEN OTHER
                                   MOVE "N" TO WS-SWITCH-CHEQUE-EXISTE
                                   MOVE "TRI" TO WS-MOTIVO-DEVOLUCION
                                   PERFORM DevolverChequeCanje
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
           END-IF.
           CLOSE ArchivoCanje.
           CLOSE ArchivoCheques.
           CLOSE ArchivoDevueltos.

       ProcesarChequeCanje.
           MOVE SPACES TO WS-MOTIVO-DEVOLUCION.
           MOVE "N" TO WS-SWITCH-CHEQUE-EXISTE.
           MOVE CANJE-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   MOVE "CNE" TO WS-MOTIVO-DEVOLUCION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CUENTA-ACTIVA
                           MOVE "CNA" TO WS-MOTIVO-DEVOLUCION
                       WHEN TipoCuenta NOT = "C"
                           MOVE "CNC" TO WS-MOTIVO-DEVOLUCION
                       WHEN OTHER
                           PERFORM ValidarChequeCanje
                   END-EVALUATE
           END-READ.
           IF WS-MOTIVO-DEVOLUCION = SPACES
               PERFORM PagarChequeCanje
           ELSE
               PERFORM DevolverChequeCanje
           END-IF.

       ValidarChequeCanje.
           MOVE CANJE-CUENTA TO CHQ-CUENTA.
           MOVE CANJE-NUMERO-CHEQUE TO CHQ-NUMERO.
           READ ArchivoCheques
               INVALID KEY
                   MOVE "CHD" TO WS-MOTIVO-DEVOLUCION
               NOT INVALID KEY
                   SET CHEQUE-EXISTENTE TO TRUE
                   EVALUATE TRUE
                       WHEN CHEQUE-SUSPENDIDO
                           MOVE "CHS" TO WS-MOTIVO-DEVOLUCION
                       WHEN CHEQUE-PAGADO
                           MOVE "CHP" TO WS-MOTIVO-DEVOLUCION
                       WHEN OTHER
                           PERFORM CalcularDisponible
                           IF CANJE-MONTO > WS-DISPONIBLE
                               MOVE "FDI" TO WS-MOTIVO-DEVOLUCION
                           END-IF
                   END-EVALUATE
           END-READ.

       PagarChequeCanje.
           SUBTRACT CANJE-MONTO FROM Saldo.
           MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento.
           REWRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo actualizar: ", NumeroCuenta
                   MOVE "EAC" TO WS-MOTIVO-DEVOLUCION
                   PERFORM DevolverChequeCanje
               NOT INVALID KEY
                   MOVE "PAGO CHEQUE" TO WS-ACCION
                   STRING "CHEQUE " DELIMITED BY SIZE
                       CANJE-NUMERO-CHEQUE DELIMITED BY SIZE
                       INTO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
                   MOVE CANJE-MONTO TO WS-MONTO-MOVIMIENTO
                   MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                   PERFORM GrabarMovimiento
                   MOVE "P" TO CHQ-ESTADO
                   MOVE CANJE-MONTO TO CHQ-MONTO
                   MOVE SPACES TO CHQ-MOTIVO
                   PERFORM ActualizarChequeCanje
                   ADD 1 TO WS-CHEQUES-PAGADOS
                   ADD CANJE-MONTO TO WS-MONTO-CHEQUES
           END-REWRITE.

       DevolverChequeCanje.
           MOVE ZEROS TO WS-COMISION.
           IF WS-MOTIVO-DEVOLUCION = "FDI" OR
               WS-MOTIVO-DEVOLUCION = "CHS"
               PERFORM CobrarComisionDevolucion
           END-IF.
           IF CHEQUE-EXISTENTE AND WS-MOTIVO-DEVOLUCION = "FDI"
               MOVE "D" TO CHQ-ESTADO
               MOVE CANJE-MONTO TO CHQ-MONTO
               MOVE WS-MOTIVO-DEVOLUCION TO CHQ-MOTIVO
               PERFORM ActualizarChequeCanje
           END-IF.

           MOVE SPACES TO RegistroDevuelto.
           MOVE CANJE-CUENTA TO DEV-CUENTA.
           MOVE CANJE-NUMERO-CHEQUE TO DEV-NUMERO-CHEQUE.
           MOVE CANJE-MONTO TO DEV-MONTO.
           MOVE WS-MOTIVO-DEVOLUCION TO DEV-MOTIVO.
           MOVE WS-FECHA-SISTEMA TO DEV-FECHA.
           MOVE WS-COMISION TO DEV-COMISION.
           WRITE RegistroDevuelto.
           ADD 1 TO WS-CHEQUES-DEVUELTOS.
           DISPLAY "Cheque devuelto: ", CANJE-CUENTA, " ",
               CANJE-NUMERO-CHEQUE, " ", WS-MOTIVO-DEVOLUCION.

       CobrarComisionDevolucion.
           IF WS-COM-DEVOLUCION-CHEQUE > ZEROS
               PERFORM CalcularDisponible
               IF WS-COM-DEVOLUCION-CHEQUE > WS-DISPONIBLE
                   DISPLAY "Comision de devolucion sin fondos: ",
                       NumeroCuenta
               ELSE
                   MOVE WS-COM-DEVOLUCION-CHEQUE TO WS-COMISION
                   MOVE "COMISION CHEQUE DEV" TO WS-ACCION-COMISION
                   MOVE ZEROS TO WS-MOVIMIENTO-COMISION
                   PERFORM CobrarComision
               END-IF
           END-IF.

       ActualizarChequeCanje.
           MOVE WS-FECHA-SISTEMA TO CHQ-FECHA-ESTADO.
           MOVE WS-OPERADOR TO CHQ-OPERADOR.
           REWRITE RegistroCheque
               INVALID KEY
                   DISPLAY "No se pudo actualizar el cheque: ",
                       CHQ-NUMERO
           END-REWRITE.

       ProcesoCuotas.
           DISPLAY "-----COBRO DE CUOTAS DE PRESTAMOS-----".
           MOVE ZEROS TO WS-CUOTAS-COBRADAS.
           MOVE ZEROS TO WS-CUOTAS-IMPAGAS.
           MOVE ZEROS TO WS-MONTO-COBRADO.
           MOVE ZEROS TO WS-PRESTAMO-ACTUAL.
           MOVE "N" TO WS-SWITCH-PRESTAMO-VIGENTE.

           OPEN I-O ArchivoCuotas.
           IF WS-ESTADO-CUOTAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de cuotas."
               IF WS-ESTADO-CUOTAS NOT = "35"
                   SET PASO-CON-ERROR TO TRUE
                   MOVE "ARCHIVO DE CUOTAS NO DISPONIBLE"
                       TO WS-RESULTADO-PASO
               END-IF
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               MOVE ZEROS TO CUO-CUENTA
               MOVE ZEROS TO CUO-NUMERO
               START ArchivoCuotas KEY NOT LESS CUO-CLAVE
                   INVALID KEY
                       SET FIN-DE-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoCuotas NEXT RECORD
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM ProcesarCuotaPrestamo
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               IF WS-PRESTAMO-ACTUAL > ZEROS
                   PERFORM ActualizarMoraPrestamo
               END-IF
               CLOSE ArchivoCuotas
           END-IF.

           DISPLAY "Cuotas cobradas: ", WS-CUOTAS-COBRADAS.
           DISPLAY "Cuotas impagas: ", WS-CUOTAS-IMPAGAS.
           DISPLAY "Monto cobrado: ", WS-MONTO-COBRADO.

       ProcesarCuotaPrestamo.
           IF CUO-CUENTA NOT = WS-PRESTAMO-ACTUAL
               IF WS-PRESTAMO-ACTUAL > ZEROS
                   PERFORM ActualizarMoraPrestamo
               END-IF
               PERFORM IniciarPrestamoCuotas
           END-IF.
           IF PRESTAMO-VIGENTE AND CUOTA-PENDIENTE AND
               CUO-FECHA-VENCIMIENTO NOT > WS-FECHA-SISTEMA
               PERFORM CobrarCuotaPrestamo
           END-IF.

       IniciarPrestamoCuotas.
           MOVE CUO-CUENTA TO WS-PRESTAMO-ACTUAL.
           MOVE ZEROS TO WS-FECHA-MORA.
           MOVE ZEROS TO WS-MORA-PRESTAMO.
           MOVE ZEROS TO WS-CUENTA-VINCULADA.
           MOVE "N" TO WS-SWITCH-PRESTAMO-VIGENTE.
           MOVE CUO-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Prestamo no encontrado: ", CUO-CUENTA
               NOT INVALID KEY
                   IF TipoCuenta = "L" AND NOT CUENTA-CERRADA
                       SET PRESTAMO-VIGENTE TO TRUE
                       MOVE CuentaVinculada TO WS-CUENTA-VINCULADA
                   END-IF
           END-READ.

       CobrarCuotaPrestamo.
           IF CUO-FECHA-VENCIMIENTO < WS-FECHA-SISTEMA AND
               CUO-RECARGO = ZEROS
               MOVE WS-COM-MORA TO CUO-RECARGO
           END-IF.
           COMPUTE WS-PENDIENTE-CUOTA =
               CUO-RECARGO - CUO-PAGADO-RECARGO
               + CUO-INTERES - CUO-PAGADO-INTERES
               + CUO-CAPITAL - CUO-PAGADO-CAPITAL.

           MOVE ZEROS TO WS-PAGO-CUOTA.
           MOVE WS-CUENTA-VINCULADA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta vinculada no encontrada: ",
                       WS-CUENTA-VINCULADA
               NOT INVALID KEY
                   IF CUENTA-ACTIVA
                       PERFORM CalcularDisponible
                       IF WS-DISPONIBLE > ZEROS
                           IF WS-DISPONIBLE < WS-PENDIENTE-CUOTA
                               MOVE WS-DISPONIBLE TO WS-PAGO-CUOTA
                           ELSE
                               MOVE WS-PENDIENTE-CUOTA TO WS-PAGO-CUOTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.

           IF WS-PAGO-CUOTA > ZEROS
               PERFORM DistribuirPagoCuota
               PERFORM DebitarCuotaVinculada
           END-IF.
           PERFORM ActualizarCuotaPrestamo.

       DistribuirPagoCuota.
           MOVE WS-PAGO-CUOTA TO WS-RESTO-PAGO.
           COMPUTE WS-PAGO-RECARGO = CUO-RECARGO - CUO-PAGADO-RECARGO.
           IF WS-PAGO-RECARGO > WS-RESTO-PAGO
               MOVE WS-RESTO-PAGO TO WS-PAGO-RECARGO
           END-IF.
           SUBTRACT WS-PAGO-RECARGO FROM WS-RESTO-PAGO.
           COMPUTE WS-PAGO-INTERES = CUO-INTERES - CUO-PAGADO-INTERES.
           IF WS-PAGO-INTERES > WS-RESTO-PAGO
               MOVE WS-RESTO-PAGO TO WS-PAGO-INTERES
           END-IF.
           SUBTRACT WS-PAGO-INTERES FROM WS-RESTO-PAGO.
           MOVE WS-RESTO-PAGO TO WS-PAGO-CAPITAL.

       DebitarCuotaVinculada.
           MOVE ZEROS TO WS-MOVIMIENTO-ENVIO.
           IF WS-PAGO-CAPITAL > ZEROS
               SUBTRACT WS-PAGO-CAPITAL FROM Saldo
               MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento
               REWRITE Cuenta
                   INVALID KEY
                       DISPLAY "No se pudo actualizar: ", NumeroCuenta
                       MOVE ZEROS TO WS-PAGO-CUOTA
                   NOT INVALID KEY
                       MOVE "PAGO CUOTA PRESTAMO" TO WS-ACCION
                       PERFORM MotivoCuotaPrestamo
                       PERFORM GrabarAuditoria
                       MOVE WS-PAGO-CAPITAL TO WS-MONTO-MOVIMIENTO
                       MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                       PERFORM GrabarMovimiento
                       MOVE WS-ULTIMO-MOVIMIENTO TO WS-MOVIMIENTO-ENVIO
               END-REWRITE
           END-IF.
           IF WS-PAGO-CUOTA > ZEROS AND WS-PAGO-INTERES > ZEROS
               PERFORM CobrarInteresCuota
           END-IF.
           IF WS-PAGO-CUOTA > ZEROS AND WS-PAGO-RECARGO > ZEROS
               MOVE WS-PAGO-RECARGO TO WS-COMISION
               MOVE "RECARGO MORA" TO WS-ACCION-COMISION
               MOVE WS-MOVIMIENTO-ENVIO TO WS-MOVIMIENTO-COMISION
               PERFORM MotivoCuotaPrestamo
               PERFORM CobrarComision
           END-IF.
           IF WS-PAGO-CUOTA > ZEROS
               ADD WS-PAGO-RECARGO TO CUO-PAGADO-RECARGO
               ADD WS-PAGO-INTERES TO CUO-PAGADO-INTERES
               ADD WS-PAGO-CAPITAL TO CUO-PAGADO-CAPITAL
               MOVE WS-FECHA-SISTEMA TO CUO-FECHA-PAGO
               ADD WS-PAGO-CUOTA TO WS-MONTO-COBRADO
               IF WS-PAGO-CAPITAL > ZEROS
                   PERFORM AmortizarCapitalPrestamo
               END-IF
           END-IF.

       CobrarInteresCuota.
           SUBTRACT WS-PAGO-INTERES FROM Saldo.
           MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento.
           REWRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo aplicar el interes: ",
                       NumeroCuenta
               NOT INVALID KEY
                   MOVE "INTERES PRESTAMO" TO WS-ACCION
                   PERFORM MotivoCuotaPrestamo
                   PERFORM GrabarAuditoria
                   MOVE WS-PAGO-INTERES TO WS-MONTO-MOVIMIENTO
                   MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                   MOVE WS-MOVIMIENTO-ENVIO
                       TO WS-REFERENCIA-MOVIMIENTO
                   PERFORM GrabarMovimiento
           END-REWRITE.

       AmortizarCapitalPrestamo.
           MOVE WS-PRESTAMO-ACTUAL TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Prestamo no encontrado: ",
                       WS-PRESTAMO-ACTUAL
               NOT INVALID KEY
                   SUBTRACT WS-PAGO-CAPITAL FROM Saldo
                   MOVE WS-FECHA-SISTEMA TO FechaUltimoMovimiento
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: ",
                               NumeroCuenta
                       NOT INVALID KEY
                           MOVE "PAGO CUOTA PRESTAMO" TO WS-ACCION
                           PERFORM MotivoCuotaPrestamo
                           PERFORM GrabarAuditoria
                           MOVE WS-PAGO-CAPITAL TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           MOVE WS-MOVIMIENTO-ENVIO
                               TO WS-REFERENCIA-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           IF WS-MOVIMIENTO-ENVIO NOT = ZEROS
                               PERFORM EnlazarMovimientoEnvio
                           END-IF
                   END-REWRITE
           END-READ.

       MotivoCuotaPrestamo.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.
           STRING "PRE " DELIMITED BY SIZE
               WS-PRESTAMO-ACTUAL DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CUO-NUMERO DELIMITED BY SIZE
               INTO WS-MOTIVO-AUDITORIA.

       ActualizarCuotaPrestamo.
           IF CUO-PAGADO-CAPITAL = CUO-CAPITAL AND
               CUO-PAGADO-INTERES = CUO-INTERES AND
               CUO-PAGADO-RECARGO = CUO-RECARGO
               MOVE "C" TO CUO-ESTADO
               ADD 1 TO WS-CUOTAS-COBRADAS
           ELSE
               ADD 1 TO WS-CUOTAS-IMPAGAS
               IF CUO-FECHA-VENCIMIENTO < WS-FECHA-SISTEMA
                   IF WS-FECHA-MORA = ZEROS
                       MOVE CUO-FECHA-VENCIMIENTO TO WS-FECHA-MORA
                   END-IF
                   COMPUTE WS-MORA-PRESTAMO = WS-MORA-PRESTAMO
                       + CUO-RECARGO - CUO-PAGADO-RECARGO
                       + CUO-INTERES - CUO-PAGADO-INTERES
                       + CUO-CAPITAL - CUO-PAGADO-CAPITAL
               END-IF
               DISPLAY "Cuota impaga: ", CUO-CUENTA, "-", CUO-NUMERO
           END-IF.
           REWRITE RegistroCuota
               INVALID KEY
                   DISPLAY "No se pudo actualizar la cuota: ",
                       CUO-CUENTA, "-", CUO-NUMERO
           END-REWRITE.

       ActualizarMoraPrestamo.
           IF PRESTAMO-VIGENTE
               MOVE WS-PRESTAMO-ACTUAL TO NumeroCuenta
               READ ArchivoCuentas
                   INVALID KEY
                       DISPLAY "Prestamo no encontrado: ",
                           WS-PRESTAMO-ACTUAL
                   NOT INVALID KEY
                       PERFORM GrabarMoraPrestamo
               END-READ
           END-IF.

       GrabarMoraPrestamo.
           MOVE WS-MORA-PRESTAMO TO MontoMora.
           IF WS-FECHA-MORA = ZEROS
               MOVE ZEROS TO DiasMora
           ELSE
               COMPUTE DiasMora =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-SISTEMA)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-MORA)
           END-IF.
           IF Saldo = ZEROS AND MontoMora = ZEROS
               SET CUENTA-CERRADA TO TRUE
           END-IF.
           REWRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo actualizar: ", NumeroCuenta
               NOT INVALID KEY
                   IF CUENTA-CERRADA
                       MOVE "PRESTAMO CANCELADO" TO WS-ACCION
                       PERFORM GrabarAuditoria
                   END-IF
           END-REWRITE.

       ProcesoInteres.
           DISPLAY "-----ABONO DE INTERESES-----".
           MOVE ZEROS TO WS-CONTADOR-CUENTAS.
           MOVE ZEROS TO WS-TOTAL-INTERES.

           PERFORM CargarTasas.
           IF WS-ESTADO-TASAS = "00"
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               MOVE ZEROS TO NumeroCuenta
               START ArchivoCuentas KEY NOT LESS NumeroCuenta
                   INVALID KEY
                       SET FIN-DE-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoCuentas NEXT RECORD
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM AcreditarInteres
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
           ELSE
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE TASAS" TO WS-RESULTADO-PASO
           END-IF.

           DISPLAY "Cuentas procesadas: ", WS-CONTADOR-CUENTAS.
           DISPLAY "Interes total abonado: ", WS-TOTAL-INTERES.
           PERFORM GrabarControlInteres.

       GrabarControlInteres.
           OPEN OUTPUT ArchivoControlInteres.
           IF WS-ESTADO-CTL-INTERES NOT = "00"
               DISPLAY "No se pudo grabar el control de intereses."
           ELSE
               MOVE WS-FECHA-SISTEMA TO CTLI-FECHA
               MOVE WS-TOTAL-INTERES TO CTLI-INTERES
               WRITE RegistroControlInteres
               CLOSE ArchivoControlInteres
           END-IF.

       CargarTasas.
           MOVE ZEROS TO WS-TASA-AHORRO.
           MOVE ZEROS TO WS-TASA-CORRIENTE.

           OPEN INPUT ArchivoTasas.
           IF WS-ESTADO-TASAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de tasas."
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoTasas
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           EVALUATE TASA-TIPO-CUENTA
                               WHEN "A"
                                   MOVE TASA-PORCENTAJE
                                       TO WS-TASA-AHORRO
                               WHEN "C"
                                   MOVE TASA-PORCENTAJE
                                       TO WS-TASA-CORRIENTE
                               WHEN OTHER
                                   DISPLAY "Tasa invalida: ",
                                       TASA-TIPO-CUENTA
                           END-EVALUATE
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoTasas
               MOVE "00" TO WS-ESTADO-TASAS
           END-IF.

       CargarComisiones.
           MOVE ZEROS TO WS-COM-RETIRO-AHORRO.
           MOVE ZEROS TO WS-COM-RETIRO-CORRIENTE.
           MOVE ZEROS TO WS-COM-TRANSF-AHORRO.
           MOVE ZEROS TO WS-COM-TRANSF-CORRIENTE.
           MOVE ZEROS TO WS-COM-MANTENIMIENTO.
           MOVE ZEROS TO WS-COM-DEVOLUCION-CHEQUE.
           MOVE ZEROS TO WS-COM-MORA.

           OPEN INPUT ArchivoComisiones.
           IF WS-ESTADO-COMISIONES NOT = "00"
               DISPLAY "Sin archivo de comisiones, no se cobran."
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoComisiones
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM ClasificarComision
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoComisiones
           END-IF.

       ClasificarComision.
           EVALUATE COM-TIPO-TRANSACCION ALSO COM-TIPO-CUENTA
               WHEN "R" ALSO "A"
                   MOVE COM-MONTO TO WS-COM-RETIRO-AHORRO
               WHEN "R" ALSO "C"
                   MOVE COM-MONTO TO WS-COM-RETIRO-CORRIENTE
               WHEN "T" ALSO "A"
                   MOVE COM-MONTO TO WS-COM-TRANSF-AHORRO
               WHEN "T" ALSO "C"
                   MOVE COM-MONTO TO WS-COM-TRANSF-CORRIENTE
               WHEN "M" ALSO "C"
                   MOVE COM-MONTO TO WS-COM-MANTENIMIENTO
               WHEN "D" ALSO "C"
                   MOVE COM-MONTO TO WS-COM-DEVOLUCION-CHEQUE
               WHEN "V" ALSO "L"
                   MOVE COM-MONTO TO WS-COM-MORA
               WHEN OTHER
                   DISPLAY "Comision invalida: ",
                       COM-TIPO-TRANSACCION, COM-TIPO-CUENTA
           END-EVALUATE.

       ProcesoCargos.
           DISPLAY "-----CARGOS DE MANTENIMIENTO-----".
           MOVE ZEROS TO WS-CONTADOR-CUENTAS.
           MOVE ZEROS TO WS-TOTAL-COMISIONES.
           MOVE ZEROS TO WS-CARGOS-SIN-FONDO.

           IF WS-COM-MANTENIMIENTO = ZEROS
               DISPLAY "Cargo de mantenimiento no definido."
               SET PASO-CON-ERROR TO TRUE
               MOVE "CARGO DE MANTENIMIENTO NO DEFINIDO"
                   TO WS-RESULTADO-PASO
           ELSE
               OPEN OUTPUT ArchivoCargosPend
               IF WS-ESTADO-CARGOS-PEND NOT = "00"
                   DISPLAY "No se pudo abrir el archivo de cargos ",
                       "pendientes."
                   SET PASO-CON-ERROR TO TRUE
                   MOVE "SIN ARCHIVO DE CARGOS PENDIENTES"
                       TO WS-RESULTADO-PASO
               ELSE
                   MOVE "BANCO - CARGOS SIN FONDOS" TO LineaCargosPend
                   WRITE LineaCargosPend
                   MOVE WS-FECHA-SISTEMA TO WS-RPT-FECHA
                   WRITE LineaCargosPend FROM WS-LINEA-FECHA-REPORTE
                   MOVE SPACES TO LineaCargosPend
                   WRITE LineaCargosPend
                   PERFORM RecorrerCuentasCargos
                   CLOSE ArchivoCargosPend
               END-IF
           END-IF.

           DISPLAY "Cuentas con cargo: ", WS-CONTADOR-CUENTAS.
           DISPLAY "Cargos sin fondos: ", WS-CARGOS-SIN-FONDO.
           DISPLAY "Comisiones cobradas: ", WS-TOTAL-COMISIONES.

       RecorrerCuentasCargos.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuentas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF TipoCuenta = "C" AND CUENTA-ACTIVA
                           PERFORM CobrarCargoMantenimiento
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       CobrarCargoMantenimiento.
           PERFORM CalcularDisponible.
           IF WS-COM-MANTENIMIENTO > WS-DISPONIBLE
               ADD 1 TO WS-CARGOS-SIN-FONDO
               MOVE NumeroCuenta TO WS-CAR-CUENTA
               MOVE Nombre TO WS-CAR-NOMBRE
               MOVE Saldo TO WS-CAR-SALDO
               WRITE LineaCargosPend FROM WS-LINEA-CARGO-PENDIENTE
           ELSE
               MOVE WS-COM-MANTENIMIENTO TO WS-COMISION
               MOVE "CARGO MANTENIMIENTO" TO WS-ACCION-COMISION
               MOVE ZEROS TO WS-MOVIMIENTO-COMISION
               PERFORM CobrarComision
               ADD 1 TO WS-CONTADOR-CUENTAS
           END-IF.

       AcreditarInteres.
           IF NOT CUENTA-ACTIVA OR Saldo NOT > ZERO
               MOVE ZEROS TO WS-TASA-APLICADA
           ELSE
               EVALUATE TipoCuenta
                   WHEN "A"
                       MOVE WS-TASA-AHORRO TO WS-TASA-APLICADA
                   WHEN "C"
                       MOVE WS-TASA-CORRIENTE TO WS-TASA-APLICADA
                   WHEN OTHER
                       MOVE ZEROS TO WS-TASA-APLICADA
               END-EVALUATE
           END-IF.

           COMPUTE WS-INTERES ROUNDED =
               Saldo * WS-TASA-APLICADA / 100.

           IF WS-INTERES > 0
               ADD WS-INTERES TO Saldo
               REWRITE Cuenta
                   INVALID KEY
                       DISPLAY "No se pudo actualizar: ", NumeroCuenta
                   NOT INVALID KEY
                       ADD 1 TO WS-CONTADOR-CUENTAS
                       ADD WS-INTERES TO WS-TOTAL-INTERES
                       MOVE "ABONO DE INTERESES" TO WS-ACCION
                       PERFORM GrabarAuditoria
                       MOVE WS-INTERES TO WS-MONTO-MOVIMIENTO
                       MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                       PERFORM GrabarMovimiento
               END-REWRITE
           END-IF.

       ProcesoPlazos.
           DISPLAY "-----VENCIMIENTO DE PLAZOS FIJOS-----".
           MOVE ZEROS TO WS-CONTADOR-CUENTAS.
           MOVE ZEROS TO WS-TOTAL-VENCIDO.
           MOVE ZEROS TO WS-PLAZOS-PENDIENTES.

           OPEN OUTPUT ArchivoPlazosPend.
           IF WS-ESTADO-PLAZOS-PEND NOT = "00"
               DISPLAY "No se pudo abrir el archivo de plazos ",
                   "pendientes."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE PLAZOS PENDIENTES"
                   TO WS-RESULTADO-PASO
           ELSE
               MOVE "BANCO - PLAZOS FIJOS PENDIENTES"
                   TO LineaPlazosPend
               WRITE LineaPlazosPend
               MOVE WS-FECHA-SISTEMA TO WS-RPT-FECHA
               WRITE LineaPlazosPend FROM WS-LINEA-FECHA-REPORTE
               MOVE SPACES TO LineaPlazosPend
               WRITE LineaPlazosPend
               PERFORM RecorrerCuentasPlazos
               CLOSE ArchivoPlazosPend
           END-IF.

           DISPLAY "Plazos fijos vencidos: ", WS-CONTADOR-CUENTAS.
           DISPLAY "Plazos pendientes: ", WS-PLAZOS-PENDIENTES.
           DISPLAY "Monto total abonado: ", WS-TOTAL-VENCIDO.

       RecorrerCuentasPlazos.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuentas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF TipoCuenta = "P" AND CUENTA-ACTIVA AND
                           FechaVencimiento > ZEROS AND
                           FechaVencimiento NOT > WS-FECHA-SISTEMA
                           MOVE NumeroCuenta TO WS-CUENTA-PLAZO
                           PERFORM LiquidarPlazoFijo
                           MOVE WS-CUENTA-PLAZO TO NumeroCuenta
                           START ArchivoCuentas KEY GREATER
                               NumeroCuenta
                               INVALID KEY
                                   SET FIN-DE-ARCHIVO TO TRUE
                           END-START
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       LiquidarPlazoFijo.
           COMPUTE WS-INTERES ROUNDED =
               Saldo * TasaPactada / 100.
           MOVE Saldo TO WS-MONTO-PLAZO.
           MOVE Nombre TO WS-NOMBRE-PLAZO.
           MOVE CuentaVinculada TO WS-CUENTA-DESTINO.

           MOVE "N" TO WS-SWITCH-DESTINO-PLAZO.
           MOVE WS-CUENTA-DESTINO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta vinculada no encontrada: ",
                       WS-CUENTA-DESTINO
               NOT INVALID KEY
                   IF CUENTA-ACTIVA
                       SET DESTINO-PLAZO-VALIDO TO TRUE
                   ELSE
                       DISPLAY "Cuenta vinculada no activa: ",
                           WS-CUENTA-DESTINO
                   END-IF
           END-READ.

           IF DESTINO-PLAZO-VALIDO
               PERFORM DebitarPlazoVencido
           ELSE
               PERFORM ReportarPlazoPendiente
           END-IF.

       DebitarPlazoVencido.
           MOVE WS-CUENTA-PLAZO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "No se pudo actualizar: ", WS-CUENTA-PLAZO
               NOT INVALID KEY
                   SUBTRACT WS-MONTO-PLAZO FROM Saldo
                   MOVE "C" TO Estado
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: ",
                               NumeroCuenta
                       NOT INVALID KEY
                           MOVE "VENCIMIENTO PLAZO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE WS-MONTO-PLAZO TO WS-MONTO-MOVIMIENTO
                           MOVE "D" TO WS-INDICADOR-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           PERFORM AbonarVencimientoPlazo
                   END-REWRITE
           END-READ.

       ReportarPlazoPendiente.
           ADD 1 TO WS-PLAZOS-PENDIENTES.
           MOVE WS-CUENTA-PLAZO TO WS-PLA-CUENTA.
           MOVE WS-NOMBRE-PLAZO TO WS-PLA-NOMBRE.
           MOVE WS-MONTO-PLAZO TO WS-PLA-SALDO.
           MOVE WS-CUENTA-DESTINO TO WS-PLA-DESTINO.
           WRITE LineaPlazosPend FROM WS-LINEA-PLAZO-PENDIENTE.

       AbonarVencimientoPlazo.
           MOVE WS-CUENTA-DESTINO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Cuenta vinculada no encontrada: ",
                       WS-CUENTA-DESTINO
                   PERFORM RevertirVencimientoPlazo
               NOT INVALID KEY
                   COMPUTE WS-ABONO-PLAZO =
                       WS-MONTO-PLAZO + WS-INTERES
                   ADD WS-MONTO-PLAZO TO Saldo
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo actualizar: ",
                               NumeroCuenta
                           PERFORM RevertirVencimientoPlazo
                       NOT INVALID KEY
                           ADD 1 TO WS-CONTADOR-CUENTAS
                           ADD WS-ABONO-PLAZO TO WS-TOTAL-VENCIDO
                           MOVE "ABONO VENCIMIENTO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE WS-MONTO-PLAZO TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           PERFORM GrabarMovimiento
                           IF WS-INTERES > ZEROS
                               PERFORM AbonarInteresPlazo
                           END-IF
                           DISPLAY "Plazo vencido: ", WS-CUENTA-PLAZO,
                               " abonado a: ", WS-CUENTA-DESTINO,
                               " monto: ", WS-ABONO-PLAZO
                   END-REWRITE
           END-READ.

       AbonarInteresPlazo.
           ADD WS-INTERES TO Saldo.
           MOVE "INTERES PLAZO FIJO" TO WS-ACCION.
           PERFORM GrabarAuditoria.
           MOVE WS-ULTIMO-MOVIMIENTO TO WS-REFERENCIA-MOVIMIENTO.
           MOVE WS-INTERES TO WS-MONTO-MOVIMIENTO.
           MOVE "C" TO WS-INDICADOR-MOVIMIENTO.
           PERFORM GrabarMovimiento.

       RevertirVencimientoPlazo.
           MOVE WS-CUENTA-PLAZO TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "No se pudo revertir: ", NumeroCuenta
               NOT INVALID KEY
                   ADD WS-MONTO-PLAZO TO Saldo
                   MOVE "A" TO Estado
                   REWRITE Cuenta
                       INVALID KEY
                           DISPLAY "No se pudo revertir: ",
                               NumeroCuenta
                       NOT INVALID KEY
                           DISPLAY "Vencimiento revertido: ",
                               NumeroCuenta
                           MOVE "REVERSO VENCIMIENTO" TO WS-ACCION
                           PERFORM GrabarAuditoria
                           MOVE WS-MONTO-PLAZO TO WS-MONTO-MOVIMIENTO
                           MOVE "C" TO WS-INDICADOR-MOVIMIENTO
                           PERFORM GrabarMovimiento
                   END-REWRITE
           END-READ.

       ProcesoOrdenes.
           DISPLAY "-----ORDENES PERMANENTES DEL DIA-----".
           MOVE ZEROS TO WS-CONTADOR-TRANSACCIONES.
           MOVE ZEROS TO WS-TOTAL-MONTO.
           MOVE ZEROS TO WS-CONTADOR-RECHAZOS.
           MOVE ZEROS TO WS-CONTADOR-ORDENES.

           OPEN I-O ArchivoOrdenes.
           IF WS-ESTADO-ORDENES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de ordenes."
               IF WS-ESTADO-ORDENES NOT = "35"
                   SET PASO-CON-ERROR TO TRUE
                   MOVE "ARCHIVO DE ORDENES NO DISPONIBLE"
                       TO WS-RESULTADO-PASO
               END-IF
           ELSE
               OPEN EXTEND ArchivoRechazos
               IF WS-ESTADO-RECHAZOS NOT = "00"
                   OPEN OUTPUT ArchivoRechazos
               END-IF
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               MOVE ZEROS TO ORD-NUMERO
               START ArchivoOrdenes KEY NOT LESS ORD-NUMERO
                   INVALID KEY
                       SET FIN-DE-ARCHIVO TO TRUE
               END-START
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoOrdenes NEXT RECORD
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE ORD-PROXIMA-FECHA TO WS-FECHA-HABIL
                           PERFORM AjustarDiaHabil
                           IF ORDEN-ACTIVA AND
                               WS-FECHA-HABIL NOT > WS-FECHA-SISTEMA
                               PERFORM EjecutarOrden
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoRechazos
               CLOSE ArchivoOrdenes
           END-IF.

           DISPLAY "Ordenes vencidas hoy: ", WS-CONTADOR-ORDENES.
           DISPLAY "Transferencias aplicadas: ",
               WS-CONTADOR-TRANSACCIONES.
           DISPLAY "Monto total aplicado: ", WS-TOTAL-MONTO.
           DISPLAY "Transacciones rechazadas: ", WS-CONTADOR-RECHAZOS.

       EjecutarOrden.
           ADD 1 TO WS-CONTADOR-ORDENES.
           MOVE ORD-CUENTA-ORIGEN TO LOTE-NUMERO-CUENTA.
           MOVE "T" TO LOTE-TIPO-TRANSACCION.
           MOVE ORD-MONTO TO LOTE-MONTO.
           MOVE ORD-CUENTA-DESTINO TO LOTE-CUENTA-DESTINO.
           PERFORM ProcesarTransaccionLote.

           PERFORM AvanzarProximaFecha.
           REWRITE OrdenPermanente
               INVALID KEY
                   DISPLAY "No se pudo actualizar la orden: ",
                       ORD-NUMERO
           END-REWRITE.

       AvanzarProximaFecha.
           EVALUATE ORD-FRECUENCIA
               WHEN "S"
                   COMPUTE WS-DIAS-ORDEN =
                       FUNCTION INTEGER-OF-DATE(ORD-PROXIMA-FECHA) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ORDEN)
                       TO ORD-PROXIMA-FECHA
               WHEN "Q"
                   COMPUTE WS-DIAS-ORDEN =
                       FUNCTION INTEGER-OF-DATE(ORD-PROXIMA-FECHA) + 15
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-ORDEN)
                       TO ORD-PROXIMA-FECHA
               WHEN OTHER
                   MOVE ORD-PROXIMA-FECHA TO WS-FECHA-CALCULO
                   ADD 1 TO WS-FC-MM
                   IF WS-FC-MM > 12
                       MOVE 1 TO WS-FC-MM
                       ADD 1 TO WS-FC-AAAA
                   END-IF
                   IF WS-FC-MM = 2 AND WS-FC-DD > 28
                       MOVE 28 TO WS-FC-DD
                   END-IF
                   IF WS-FC-DD > 30 AND
                       (WS-FC-MM = 4 OR WS-FC-MM = 6 OR
                        WS-FC-MM = 9 OR WS-FC-MM = 11)
                       MOVE 30 TO WS-FC-DD
                   END-IF
                   MOVE WS-FECHA-CALCULO TO ORD-PROXIMA-FECHA
           END-EVALUATE.

       ProcesoInactivas.
           DISPLAY "-----DETECCION DE CUENTAS INACTIVAS-----".
           MOVE ZEROS TO WS-CONTADOR-INACTIVAS.
           COMPUTE WS-FECHA-LIMITE = WS-FECHA-SISTEMA - 10000.

           OPEN OUTPUT ArchivoInactivas.
           IF WS-ESTADO-INACTIVAS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de inactivas."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE INACTIVAS" TO WS-RESULTADO-PASO
           ELSE
               MOVE "BANCO - CUENTAS INACTIVAS" TO LineaInactivas
               WRITE LineaInactivas
               MOVE WS-FECHA-SISTEMA TO WS-RPT-FECHA
               WRITE LineaInactivas FROM WS-LINEA-FECHA-REPORTE
               MOVE SPACES TO LineaInactivas
               WRITE LineaInactivas
               PERFORM RecorrerCuentasInactivas
               CLOSE ArchivoInactivas
               DISPLAY "Reporte generado: INACTIVAS.TXT"
           END-IF.

           DISPLAY "Cuentas marcadas inactivas: ",
               WS-CONTADOR-INACTIVAS.

       RecorrerCuentasInactivas.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuentas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF CUENTA-ACTIVA AND TipoCuenta NOT = "P" AND
                           TipoCuenta NOT = "L" AND
                           FechaUltimoMovimiento > ZEROS AND
                           FechaUltimoMovimiento < WS-FECHA-LIMITE
                           PERFORM MarcarCuentaInactiva
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       MarcarCuentaInactiva.
           SET CUENTA-INACTIVA TO TRUE.
           REWRITE Cuenta
               INVALID KEY
                   DISPLAY "No se pudo actualizar: ", NumeroCuenta
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-INACTIVAS
                   MOVE "CUENTA INACTIVA" TO WS-ACCION
                   MOVE "SIN MOVIMIENTO 12M" TO WS-MOTIVO-AUDITORIA
                   PERFORM GrabarAuditoria
                   MOVE NumeroCuenta TO WS-INA-CUENTA
                   MOVE Nombre TO WS-INA-NOMBRE
                   MOVE Saldo TO WS-INA-SALDO
                   WRITE LineaInactivas FROM WS-LINEA-INACTIVA
           END-REWRITE.

       ProcesoCierre.
           DISPLAY "-----CIERRE DEL DIA-----".
           MOVE ZEROS TO WS-CANT-AHORRO.
           MOVE ZEROS TO WS-CANT-CORRIENTE.
           MOVE ZEROS TO WS-CANT-PLAZO.
           MOVE ZEROS TO WS-CANT-PRESTAMO.
           MOVE ZEROS TO WS-CANT-MORA.
           MOVE ZEROS TO WS-SALDO-AHORRO.
           MOVE ZEROS TO WS-SALDO-CORRIENTE.
           MOVE ZEROS TO WS-SALDO-PLAZO.
           MOVE ZEROS TO WS-SALDO-PRESTAMO.
           MOVE ZEROS TO WS-MORA-PRESTAMOS.
           MOVE ZEROS TO WS-SOBREGIRO-GIRADO.
           MOVE ZEROS TO WS-INTERES-DIA.
           MOVE ZEROS TO WS-RECHAZOS-DIA.
           MOVE ZEROS TO WS-MOVIMIENTOS.
           MOVE ZEROS TO WS-INTERES-PLAZO-DIA.
           MOVE ZEROS TO WS-COMISIONES-DIA.
           MOVE ZEROS TO WS-INTERES-MOVIMIENTOS.
           MOVE ZEROS TO WS-ENLACES-DIA.
           PERFORM IniciarSucursalesCierre.

           OPEN OUTPUT ArchivoReporte.
           IF WS-ESTADO-REPORTE NOT = "00"
               DISPLAY "No se pudo abrir el archivo de reporte."
               SET PASO-CON-ERROR TO TRUE
               MOVE "SIN ARCHIVO DE REPORTE" TO WS-RESULTADO-PASO
           ELSE
               PERFORM RecorrerCuentasCierre
               PERFORM LeerControlInteres
               PERFORM ContarRechazosDia
               PERFORM AcumularConceptosDia
               PERFORM ArchivarAuditoria
               PERFORM EscribirReporte
               CLOSE ArchivoReporte
               DISPLAY "Reporte generado: REPORTE.TXT"
               PERFORM EscribirInterfazGL
               PERFORM GrabarControlCierre
           END-IF.

       RecorrerCuentasCierre.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       EVALUATE TipoCuenta
                           WHEN "A"
                               ADD 1 TO WS-CANT-AHORRO
                               ADD Saldo TO WS-SALDO-AHORRO
                           WHEN "P"
                               ADD 1 TO WS-CANT-PLAZO
                               ADD Saldo TO WS-SALDO-PLAZO
                           WHEN "L"
                               ADD 1 TO WS-CANT-PRESTAMO
                               ADD Saldo TO WS-SALDO-PRESTAMO
                               IF MontoMora > ZEROS
                                   ADD 1 TO WS-CANT-MORA
                                   ADD MontoMora TO WS-MORA-PRESTAMOS
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-CANT-CORRIENTE
                               ADD Saldo TO WS-SALDO-CORRIENTE
                               IF Saldo < ZEROS
                                   SUBTRACT Saldo
                                       FROM WS-SOBREGIRO-GIRADO
                               END-IF
                       END-EVALUATE
                       PERFORM AcumularCuentaSucursal
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       IniciarSucursalesCierre.
           MOVE ZEROS TO WS-CANT-SUC-CIERRE.
           PERFORM VARYING WS-IND-SUCURSAL FROM 1 BY 1
               UNTIL WS-IND-SUCURSAL > WS-CANT-SUCURSALES
               MOVE WS-SUC-CODIGO(WS-IND-SUCURSAL)
                   TO WS-SUCURSAL-BUSCADA
               PERFORM AgregarSucursalCierre
           END-PERFORM.

       AgregarSucursalCierre.
           ADD 1 TO WS-CANT-SUC-CIERRE.
           MOVE WS-CANT-SUC-CIERRE TO WS-IND-SUC-CIERRE.
           INITIALIZE WS-CIERRE-SUC(WS-IND-SUC-CIERRE).
           MOVE WS-SUCURSAL-BUSCADA TO WS-CSU-CODIGO(WS-IND-SUC-CIERRE).

       UbicarSucursalCierre.
           IF WS-SUCURSAL-BUSCADA = ZEROS
               MOVE WS-SUCURSAL-PRINCIPAL TO WS-SUCURSAL-BUSCADA
           END-IF.
           MOVE ZEROS TO WS-IND-SUC-CIERRE.
           PERFORM VARYING WS-IND-SUCURSAL FROM 1 BY 1
               UNTIL WS-IND-SUCURSAL > WS-CANT-SUC-CIERRE
                   OR WS-IND-SUC-CIERRE > ZEROS
               IF WS-CSU-CODIGO(WS-IND-SUCURSAL) = WS-SUCURSAL-BUSCADA
                   MOVE WS-IND-SUCURSAL TO WS-IND-SUC-CIERRE
               END-IF
           END-PERFORM.
           IF WS-IND-SUC-CIERRE = ZEROS
               IF WS-CANT-SUC-CIERRE < 50
                   DISPLAY "Sucursal no registrada en la tabla: ",
                       WS-SUCURSAL-BUSCADA
                   PERFORM AgregarSucursalCierre
               ELSE
                   MOVE 1 TO WS-IND-SUC-CIERRE
               END-IF
           END-IF.

       AcumularCuentaSucursal.
           MOVE Sucursal TO WS-SUCURSAL-BUSCADA.
           PERFORM UbicarSucursalCierre.
           EVALUATE TipoCuenta
               WHEN "A"
                   ADD 1 TO WS-CSU-CANT-AHORRO(WS-IND-SUC-CIERRE)
                   ADD Saldo TO WS-CSU-SALDO-AHORRO(WS-IND-SUC-CIERRE)
               WHEN "P"
                   ADD 1 TO WS-CSU-CANT-PLAZO(WS-IND-SUC-CIERRE)
                   ADD Saldo TO WS-CSU-SALDO-PLAZO(WS-IND-SUC-CIERRE)
               WHEN "L"
                   ADD 1 TO WS-CSU-CANT-PRESTAMO(WS-IND-SUC-CIERRE)
                   ADD Saldo
                       TO WS-CSU-SALDO-PRESTAMO(WS-IND-SUC-CIERRE)
                   IF MontoMora > ZEROS
                       ADD 1 TO WS-CSU-CANT-MORA(WS-IND-SUC-CIERRE)
                       ADD MontoMora
                           TO WS-CSU-MORA(WS-IND-SUC-CIERRE)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-CSU-CANT-CORRIENTE(WS-IND-SUC-CIERRE)
                   ADD Saldo
                       TO WS-CSU-SALDO-CORRIENTE(WS-IND-SUC-CIERRE)
                   IF Saldo < ZEROS
                       SUBTRACT Saldo
                           FROM WS-CSU-SOBREGIRO(WS-IND-SUC-CIERRE)
                   END-IF
           END-EVALUATE.

       ArchivarAuditoria.
           CLOSE ArchivoAuditoria.
           OPEN INPUT ArchivoAuditoria.
           IF WS-ESTADO-AUDITORIA NOT = "00"
               DISPLAY "No se pudo leer la auditoria."
           ELSE
               PERFORM DistribuirAuditoria
               DISPLAY "Auditoria archivada por fecha."
           END-IF.
           OPEN EXTEND ArchivoAuditoria.

       DistribuirAuditoria.
           MOVE ZEROS TO WS-FECHA-ARCHIVO.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoAuditoria
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF AUD-FECHA = WS-FECHA-SISTEMA
                           ADD 1 TO WS-MOVIMIENTOS
                       END-IF
                       PERFORM ArchivarLineaAuditoria
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

           IF WS-FECHA-ARCHIVO > ZEROS
               CLOSE ArchivoAuditoriaDia
           END-IF.
           CLOSE ArchivoAuditoria.
           OPEN OUTPUT ArchivoAuditoria.
           CLOSE ArchivoAuditoria.

       ArchivarLineaAuditoria.
           IF AUD-FECHA NOT = WS-FECHA-ARCHIVO
               IF WS-FECHA-ARCHIVO > ZEROS
                   CLOSE ArchivoAuditoriaDia
               END-IF
               MOVE AUD-FECHA TO WS-FECHA-ARCHIVO
               MOVE SPACES TO WS-NOMBRE-AUDITORIA-DIA
               STRING "AUD" DELIMITED BY SIZE
                   WS-FECHA-ARCHIVO DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                   INTO WS-NOMBRE-AUDITORIA-DIA
               OPEN EXTEND ArchivoAuditoriaDia
               IF WS-ESTADO-AUD-DIA NOT = "00"
                   OPEN OUTPUT ArchivoAuditoriaDia
               END-IF
           END-IF.
           WRITE RegistroAuditoriaDia FROM RegistroAuditoria.

       EscribirReporte.
           MOVE "BANCO - REPORTE DE CIERRE DEL DIA" TO LineaReporte.
           WRITE LineaReporte.

           MOVE WS-FECHA-SISTEMA TO WS-RPT-FECHA.
           WRITE LineaReporte FROM WS-LINEA-FECHA-REPORTE.

           MOVE SPACES TO LineaReporte.
           WRITE LineaReporte.

           PERFORM VARYING WS-IND-SUC-CIERRE FROM 1 BY 1
               UNTIL WS-IND-SUC-CIERRE > WS-CANT-SUC-CIERRE
               PERFORM EscribirReporteSucursal
           END-PERFORM.

           MOVE "CONSOLIDADO" TO LineaReporte.
           WRITE LineaReporte.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "CUENTAS DE AHORRO" TO WS-RPT-ETIQUETA.
           MOVE WS-CANT-AHORRO TO WS-RPT-CANTIDAD.
           MOVE WS-SALDO-AHORRO TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "CUENTAS CORRIENTES" TO WS-RPT-ETIQUETA.
           MOVE WS-CANT-CORRIENTE TO WS-RPT-CANTIDAD.
           MOVE WS-SALDO-CORRIENTE TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "CUENTAS PLAZO FIJO" TO WS-RPT-ETIQUETA.
           MOVE WS-CANT-PLAZO TO WS-RPT-CANTIDAD.
           MOVE WS-SALDO-PLAZO TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "TOTAL GENERAL" TO WS-RPT-ETIQUETA.
           COMPUTE WS-RPT-CANTIDAD =
               WS-CANT-AHORRO + WS-CANT-CORRIENTE + WS-CANT-PLAZO.
           COMPUTE WS-RPT-SALDO =
               WS-SALDO-AHORRO + WS-SALDO-CORRIENTE + WS-SALDO-PLAZO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO LineaReporte.
           WRITE LineaReporte.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "PRESTAMOS (CAPITAL)" TO WS-RPT-ETIQUETA.
           MOVE WS-CANT-PRESTAMO TO WS-RPT-CANTIDAD.
           MOVE WS-SALDO-PRESTAMO TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "PRESTAMOS EN MORA" TO WS-RPT-ETIQUETA.
           MOVE WS-CANT-MORA TO WS-RPT-CANTIDAD.
           MOVE WS-MORA-PRESTAMOS TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO LineaReporte.
           WRITE LineaReporte.

           MOVE WS-MOVIMIENTOS TO WS-RPT-MOVIMIENTOS.
           WRITE LineaReporte FROM WS-LINEA-MOVIMIENTOS.

       EscribirReporteSucursal.
           MOVE WS-CSU-CODIGO(WS-IND-SUC-CIERRE) TO WS-SUCURSAL-BUSCADA.
           PERFORM BuscarSucursal.
           MOVE WS-SUCURSAL-BUSCADA TO WS-RPT-SUCURSAL.
           MOVE WS-NOMBRE-SUCURSAL TO WS-RPT-NOMBRE-SUCURSAL.
           WRITE LineaReporte FROM WS-LINEA-SUCURSAL-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "CUENTAS DE AHORRO" TO WS-RPT-ETIQUETA.
           MOVE WS-CSU-CANT-AHORRO(WS-IND-SUC-CIERRE)
               TO WS-RPT-CANTIDAD.
           MOVE WS-CSU-SALDO-AHORRO(WS-IND-SUC-CIERRE)
               TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "CUENTAS CORRIENTES" TO WS-RPT-ETIQUETA.
           MOVE WS-CSU-CANT-CORRIENTE(WS-IND-SUC-CIERRE)
               TO WS-RPT-CANTIDAD.
           MOVE WS-CSU-SALDO-CORRIENTE(WS-IND-SUC-CIERRE)
               TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "CUENTAS PLAZO FIJO" TO WS-RPT-ETIQUETA.
           MOVE WS-CSU-CANT-PLAZO(WS-IND-SUC-CIERRE)
               TO WS-RPT-CANTIDAD.
           MOVE WS-CSU-SALDO-PLAZO(WS-IND-SUC-CIERRE)
               TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "TOTAL SUCURSAL" TO WS-RPT-ETIQUETA.
           COMPUTE WS-RPT-CANTIDAD =
               WS-CSU-CANT-AHORRO(WS-IND-SUC-CIERRE)
               + WS-CSU-CANT-CORRIENTE(WS-IND-SUC-CIERRE)
               + WS-CSU-CANT-PLAZO(WS-IND-SUC-CIERRE).
           COMPUTE WS-RPT-SALDO =
               WS-CSU-SALDO-AHORRO(WS-IND-SUC-CIERRE)
               + WS-CSU-SALDO-CORRIENTE(WS-IND-SUC-CIERRE)
               + WS-CSU-SALDO-PLAZO(WS-IND-SUC-CIERRE).
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "PRESTAMOS (CAPITAL)" TO WS-RPT-ETIQUETA.
           MOVE WS-CSU-CANT-PRESTAMO(WS-IND-SUC-CIERRE)
               TO WS-RPT-CANTIDAD.
           MOVE WS-CSU-SALDO-PRESTAMO(WS-IND-SUC-CIERRE)
               TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO WS-LINEA-DETALLE-REPORTE.
           MOVE "PRESTAMOS EN MORA" TO WS-RPT-ETIQUETA.
           MOVE WS-CSU-CANT-MORA(WS-IND-SUC-CIERRE)
               TO WS-RPT-CANTIDAD.
           MOVE WS-CSU-MORA(WS-IND-SUC-CIERRE) TO WS-RPT-SALDO.
           WRITE LineaReporte FROM WS-LINEA-DETALLE-REPORTE.

           MOVE SPACES TO LineaReporte.
           WRITE LineaReporte.

       LeerControlInteres.
           OPEN INPUT ArchivoControlInteres.
           IF WS-ESTADO-CTL-INTERES = "00"
               READ ArchivoControlInteres
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTLI-FECHA = WS-FECHA-SISTEMA
                           MOVE CTLI-INTERES TO WS-INTERES-DIA
                       END-IF
               END-READ
               CLOSE ArchivoControlInteres
           END-IF.

       AcumularConceptosDia.
           PERFORM AbrirEnlaces.
           MOVE ZEROS TO MOV-CLAVE.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           START ArchivoMovimientos KEY NOT LESS MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-MOVIMIENTOS
               READ ArchivoMovimientos NEXT RECORD
                   AT END
                       SET FIN-DE-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF MOV-FECHA = WS-FECHA-SISTEMA
                           PERFORM ClasificarConceptoMovimiento
                           PERFORM AcumularConceptoDia
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           PERFORM CerrarEnlaces.
           IF WS-INTERES-MOVIMIENTOS NOT = WS-INTERES-DIA
               DISPLAY "Aviso: interes del dia en control ",
                   WS-INTERES-DIA, " en movimientos ",
                   WS-INTERES-MOVIMIENTOS
           END-IF.

       AcumularConceptoDia.
           IF WS-CONCEPTO-MOVIMIENTO NOT = SPACES
               PERFORM UbicarSucursalMovimiento
           END-IF.
           EVALUATE WS-CONCEPTO-MOVIMIENTO
               WHEN "INT"
                   ADD MOV-MONTO TO WS-INTERES-MOVIMIENTOS
                   ADD MOV-MONTO TO WS-CSU-INTERES(WS-IND-SUC-CIERRE)
               WHEN "IPF"
                   ADD MOV-MONTO TO WS-INTERES-PLAZO-DIA
                   ADD MOV-MONTO
                       TO WS-CSU-INTERES-PLAZO(WS-IND-SUC-CIERRE)
               WHEN "IPR"
                   ADD MOV-MONTO
                       TO WS-CSU-INTERES-PRESTAMO(WS-IND-SUC-CIERRE)
               WHEN "COM"
                   IF MOV-INDICADOR = "D"
                       ADD MOV-MONTO TO WS-COMISIONES-DIA
                       ADD MOV-MONTO
                           TO WS-CSU-COMISIONES(WS-IND-SUC-CIERRE)
                   ELSE
                       SUBTRACT MOV-MONTO FROM WS-COMISIONES-DIA
                       SUBTRACT MOV-MONTO
                           FROM WS-CSU-COMISIONES(WS-IND-SUC-CIERRE)
                   END-IF
               WHEN "ENL"
                   IF MOV-INDICADOR = "D"
                       ADD MOV-MONTO
                           TO WS-CSU-ENLACE(WS-IND-SUC-CIERRE)
                   ELSE
                       SUBTRACT MOV-MONTO
                           FROM WS-CSU-ENLACE(WS-IND-SUC-CIERRE)
                   END-IF
                   PERFORM RegistrarEnlace
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       UbicarSucursalMovimiento.
           MOVE ZEROS TO WS-SUCURSAL-BUSCADA.
           MOVE MOV-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Sucursal TO WS-SUCURSAL-BUSCADA
           END-READ.
           PERFORM UbicarSucursalCierre.

       RegistrarEnlace.
           IF MOV-TIPO NOT = "REVERSO TRANSF" AND
               MOV-TIPO NOT = "TRANSF LOTE REVERSO"
               MOVE SPACES TO WS-LINEA-ENLACE
               MOVE WS-CSU-CODIGO(WS-IND-SUC-CIERRE) TO WS-ENL-SUCURSAL
               MOVE MOV-CUENTA TO WS-ENL-CUENTA
               MOVE MOV-SECUENCIA TO WS-ENL-SECUENCIA
               MOVE MOV-TIPO TO WS-ENL-TIPO
               MOVE MOV-INDICADOR TO WS-ENL-INDICADOR
               MOVE MOV-MONTO TO WS-ENL-MONTO
               IF MOV-TIPO = "REVERSO TRANSF ENVIO" OR
                   MOV-TIPO = "REVERSO TRANSF ABONO"
                   PERFORM BuscarContraparteReverso
               ELSE
                   MOVE MOV-REF-CUENTA TO WS-CUENTA-CONTRAPARTE
               END-IF
               IF WS-CUENTA-CONTRAPARTE > ZEROS AND
                   WS-CUENTA-CONTRAPARTE NOT = WS-ENL-CUENTA
                   PERFORM EscribirEnlace
               END-IF
           END-IF.

       BuscarContraparteReverso.
           MOVE MOV-CLAVE TO WS-CLAVE-ENLACE.
           MOVE ZEROS TO WS-CUENTA-CONTRAPARTE.
           MOVE MOV-REFERENCIA TO MOV-CLAVE.
           READ ArchivoMovimientos
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MOV-REF-CUENTA TO WS-CUENTA-CONTRAPARTE
           END-READ.
           MOVE WS-CLAVE-ENLACE TO MOV-CLAVE.
           START ArchivoMovimientos KEY GREATER MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
           END-START.

       EscribirEnlace.
           MOVE ZEROS TO WS-SUCURSAL-CONTRAPARTE.
           MOVE WS-CUENTA-CONTRAPARTE TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE Sucursal TO WS-SUCURSAL-CONTRAPARTE
           END-READ.
           IF WS-SUCURSAL-CONTRAPARTE = ZEROS
               MOVE WS-SUCURSAL-PRINCIPAL TO WS-SUCURSAL-CONTRAPARTE
           END-IF.
           IF WS-SUCURSAL-CONTRAPARTE NOT = WS-ENL-SUCURSAL
               MOVE WS-SUCURSAL-CONTRAPARTE TO WS-ENL-CONTRAPARTE
               MOVE WS-CUENTA-CONTRAPARTE TO WS-ENL-CUENTA-CONTRA
               ADD 1 TO WS-ENLACES-DIA
               IF ENLACES-ABIERTO
                   WRITE LineaEnlace FROM WS-LINEA-ENLACE
               END-IF
           END-IF.

       AbrirEnlaces.
           MOVE "N" TO WS-SWITCH-ENLACES.
           OPEN OUTPUT ArchivoEnlaces.
           IF WS-ESTADO-ENLACES NOT = "00"
               DISPLAY "No se pudo abrir el archivo de enlaces."
           ELSE
               SET ENLACES-ABIERTO TO TRUE
               MOVE "BANCO - ENLACES ENTRE SUCURSALES" TO LineaEnlace
               WRITE LineaEnlace
               MOVE WS-FECHA-SISTEMA TO WS-RPT-FECHA
               WRITE LineaEnlace FROM WS-LINEA-FECHA-REPORTE
               MOVE SPACES TO LineaEnlace
               WRITE LineaEnlace
           END-IF.

       CerrarEnlaces.
           IF ENLACES-ABIERTO
               MOVE SPACES TO LineaEnlace
               WRITE LineaEnlace
               MOVE "NETO POR SUCURSAL (+ A PAGAR / - A COBRAR)"
                   TO LineaEnlace
               WRITE LineaEnlace
               PERFORM VARYING WS-IND-SUC-CIERRE FROM 1 BY 1
                   UNTIL WS-IND-SUC-CIERRE > WS-CANT-SUC-CIERRE
                   MOVE WS-CSU-CODIGO(WS-IND-SUC-CIERRE)
                       TO WS-NEN-SUCURSAL
                   MOVE WS-CSU-ENLACE(WS-IND-SUC-CIERRE)
                       TO WS-NEN-MONTO
                   WRITE LineaEnlace FROM WS-LINEA-NETO-ENLACE
               END-PERFORM
               MOVE SPACES TO LineaEnlace
               WRITE LineaEnlace
               MOVE WS-ENLACES-DIA TO WS-TEN-CANTIDAD
               WRITE LineaEnlace FROM WS-LINEA-TOTAL-ENLACES
               CLOSE ArchivoEnlaces
               MOVE "N" TO WS-SWITCH-ENLACES
               DISPLAY "Enlaces entre sucursales: ENLACES.TXT"
           END-IF.

       ClasificarConceptoMovimiento.
           EVALUATE MOV-TIPO
               WHEN "ABONO DE INTERESES"
                   MOVE "INT" TO WS-CONCEPTO-MOVIMIENTO
               WHEN "INTERES PLAZO FIJO"
                   MOVE "IPF" TO WS-CONCEPTO-MOVIMIENTO
               WHEN "INTERES PRESTAMO"
                   MOVE "IPR" TO WS-CONCEPTO-MOVIMIENTO
               WHEN "COMISION RETIRO"
               WHEN "COMISION TRANSF"
               WHEN "CARGO MANTENIMIENTO"
               WHEN "COMISION CHEQUE DEV"
               WHEN "RECARGO MORA"
               WHEN "REVERSO COMISION"
                   MOVE "COM" TO WS-CONCEPTO-MOVIMIENTO
               WHEN "TRANSFERENCIA ENVIO"
               WHEN "TRANSFERENCIA ABONO"
               WHEN "TRANSF LOTE ENVIO"
               WHEN "TRANSF LOTE ABONO"
               WHEN "TRANSF LOTE REVERSO"
               WHEN "REVERSO TRANSF"
               WHEN "REVERSO TRANSF ENVIO"
               WHEN "REVERSO TRANSF ABONO"
                   MOVE "ENL" TO WS-CONCEPTO-MOVIMIENTO
               WHEN OTHER
                   MOVE SPACES TO WS-CONCEPTO-MOVIMIENTO
           END-EVALUATE.

       ContarRechazosDia.
           OPEN INPUT ArchivoRechazos.
           IF WS-ESTADO-RECHAZOS = "00"
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoRechazos
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           IF RECH-FECHA = WS-FECHA-SISTEMA
                               ADD 1 TO WS-RECHAZOS-DIA
                               PERFORM AsignarRechazoSucursal
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoRechazos
           END-IF.

       AsignarRechazoSucursal.
           MOVE ZEROS TO WS-SUCURSAL-BUSCADA.
           MOVE RECH-REGISTRO TO RegistroLote.
           IF LOTE-NUMERO-CUENTA NUMERIC
               MOVE LOTE-NUMERO-CUENTA TO NumeroCuenta
               READ ArchivoCuentas
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE Sucursal TO WS-SUCURSAL-BUSCADA
               END-READ
           END-IF.
           PERFORM UbicarSucursalCierre.
           ADD 1 TO WS-CSU-RECHAZOS(WS-IND-SUC-CIERRE).

       EscribirInterfazGL.
           OPEN OUTPUT ArchivoInterfazGL.
           IF WS-ESTADO-GL NOT = "00"
               DISPLAY "No se pudo abrir la interfaz contable."
           ELSE
               MOVE ZEROS TO WS-GL-CANTIDAD
               MOVE ZEROS TO WS-GL-HASH

               MOVE SPACES TO CabeceraInterfazGL
               MOVE "H" TO GLC-TIPO
               MOVE WS-FECHA-SISTEMA TO GLC-FECHA
               WRITE CabeceraInterfazGL

               PERFORM VARYING WS-IND-SUC-CIERRE FROM 1 BY 1
                   UNTIL WS-IND-SUC-CIERRE > WS-CANT-SUC-CIERRE
                   PERFORM EscribirSucursalGL
               END-PERFORM

               MOVE SPACES TO TotalesInterfazGL
               MOVE "F" TO GLT-TIPO
               MOVE WS-GL-CANTIDAD TO GLT-CANTIDAD
               MOVE WS-GL-HASH TO GLT-HASH
               WRITE TotalesInterfazGL

               CLOSE ArchivoInterfazGL
               DISPLAY "Interfaz contable generada: INTERFGL.TXT"
           END-IF.

       EscribirSucursalGL.
           MOVE WS-CSU-CODIGO(WS-IND-SUC-CIERRE) TO WS-GL-SUCURSAL.

           MOVE "SAH" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CSU-SALDO-AHORRO(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "SCC" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CSU-SALDO-CORRIENTE(WS-IND-SUC-CIERRE)
               TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "SPF" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CSU-SALDO-PLAZO(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "SOB" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CSU-SOBREGIRO(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "PRE" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CSU-SALDO-PRESTAMO(WS-IND-SUC-CIERRE)
               TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "MOR" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CSU-MORA(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "INT" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CSU-INTERES(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "IPF" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CSU-INTERES-PLAZO(WS-IND-SUC-CIERRE)
               TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "IPR" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CSU-INTERES-PRESTAMO(WS-IND-SUC-CIERRE)
               TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "COM" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CSU-COMISIONES(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "RCH" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CSU-RECHAZOS(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

           MOVE "ENL" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CSU-ENLACE(WS-IND-SUC-CIERRE) TO WS-GL-MONTO.
           PERFORM EscribirConceptoGL.

       GrabarControlCierre.
           OPEN OUTPUT ArchivoControlCierre.
           IF WS-ESTADO-CONTROL NOT = "00"
               DISPLAY "No se pudo grabar el control de cierre."
           ELSE
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE WS-FECHA-SISTEMA TO CTL-FECHA
               MOVE WS-HORA-HHMMSS TO CTL-HORA
               MOVE WS-SALDO-AHORRO TO CTL-SALDO-AHORRO
               MOVE WS-SALDO-CORRIENTE TO CTL-SALDO-CORRIENTE
               MOVE WS-SALDO-PLAZO TO CTL-SALDO-PLAZO
               MOVE WS-SALDO-PRESTAMO TO CTL-SALDO-PRESTAMO
               WRITE RegistroControlCierre
               CLOSE ArchivoControlCierre
           END-IF.

       ProcesoVerifica.
           DISPLAY "-----VERIFICACION DE ARCHIVOS-----".
           MOVE ZEROS TO WS-ERRORES-VERIFICA.
           MOVE ZEROS TO WS-SALDO-AHORRO.
           MOVE ZEROS TO WS-SALDO-CORRIENTE.
           MOVE ZEROS TO WS-SALDO-PLAZO.
           MOVE ZEROS TO WS-SALDO-PRESTAMO.

           PERFORM VerificarCuentas.
           PERFORM CompararSaldosCierre.

           IF WS-ERRORES-VERIFICA = ZEROS
               DISPLAY "VERIFICACION OK"
           ELSE
               DISPLAY "VERIFICACION CON ERRORES: ",
                   WS-ERRORES-VERIFICA
               SET PASO-CON-ERROR TO TRUE
           END-IF.

       VerificarCuentas.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       PERFORM VerificarUnaCuenta
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

       VerificarUnaCuenta.
           EVALUATE TipoCuenta
               WHEN "A"
                   ADD Saldo TO WS-SALDO-AHORRO
               WHEN "P"
                   ADD Saldo TO WS-SALDO-PLAZO
               WHEN "L"
                   ADD Saldo TO WS-SALDO-PRESTAMO
               WHEN OTHER
                   ADD Saldo TO WS-SALDO-CORRIENTE
           END-EVALUATE.

           MOVE Titular TO NumeroCliente.
           READ ArchivoClientes
               INVALID KEY
                   DISPLAY "Cuenta ", NumeroCuenta,
                       " sin cliente, titular: ", Titular
                   ADD 1 TO WS-ERRORES-VERIFICA
           END-READ.

           IF NOT CUENTA-ACTIVA AND NOT CUENTA-BLOQUEADA AND
               NOT CUENTA-CERRADA AND NOT CUENTA-INACTIVA
               DISPLAY "Cuenta ", NumeroCuenta,
                   " con estado invalido: ", Estado
               ADD 1 TO WS-ERRORES-VERIFICA
           END-IF.

           COMPUTE WS-SALDO-MINIMO = 0 - LimiteSobregiro.
           IF Saldo < WS-SALDO-MINIMO
               MOVE Saldo TO WS-SALDO-EDITADO
               DISPLAY "Cuenta ", NumeroCuenta,
                   " con saldo fuera de limite: ", WS-SALDO-EDITADO
               ADD 1 TO WS-ERRORES-VERIFICA
           END-IF.

       CompararSaldosCierre.
           OPEN INPUT ArchivoControlCierre.
           IF WS-ESTADO-CONTROL NOT = "00"
               DISPLAY "Sin control de cierre previo, ",
                   "comparacion de saldos omitida."
           ELSE
               READ ArchivoControlCierre
                   AT END
                       DISPLAY "Sin control de cierre previo, ",
                           "comparacion de saldos omitida."
                   NOT AT END
                       PERFORM CompararContraControl
               END-READ
               CLOSE ArchivoControlCierre
           END-IF.

       CompararContraControl.
           PERFORM SumarMovimientosDia.

           COMPUTE WS-SALDO-ESPERADO =
               CTL-SALDO-AHORRO + WS-DELTA-AHORRO.
           IF WS-SALDO-ESPERADO NOT = WS-SALDO-AHORRO
               DISPLAY "Diferencia en ahorro, esperado: ",
                   WS-SALDO-ESPERADO, " actual: ", WS-SALDO-AHORRO
               ADD 1 TO WS-ERRORES-VERIFICA
           END-IF.

           COMPUTE WS-SALDO-ESPERADO =
               CTL-SALDO-CORRIENTE + WS-DELTA-CORRIENTE.
           IF WS-SALDO-ESPERADO NOT = WS-SALDO-CORRIENTE
               DISPLAY "Diferencia en corriente, esperado: ",
                   WS-SALDO-ESPERADO, " actual: ", WS-SALDO-CORRIENTE
               ADD 1 TO WS-ERRORES-VERIFICA
           END-IF.

           COMPUTE WS-SALDO-ESPERADO =
               CTL-SALDO-PLAZO + WS-DELTA-PLAZO.
           IF WS-SALDO-ESPERADO NOT = WS-SALDO-PLAZO
               DISPLAY "Diferencia en plazo fijo, esperado: ",
                   WS-SALDO-ESPERADO, " actual: ", WS-SALDO-PLAZO
               ADD 1 TO WS-ERRORES-VERIFICA
           END-IF.

           COMPUTE WS-SALDO-ESPERADO =
               CTL-SALDO-PRESTAMO + WS-DELTA-PRESTAMO.
           IF WS-SALDO-ESPERADO NOT = WS-SALDO-PRESTAMO
               DISPLAY "Diferencia en prestamos, esperado: ",
                   WS-SALDO-ESPERADO, " actual: ", WS-SALDO-PRESTAMO
               ADD 1 TO WS-ERRORES-VERIFICA
           END-IF.

       SumarMovimientosDia.
           MOVE ZEROS TO WS-DELTA-AHORRO.
           MOVE ZEROS TO WS-DELTA-CORRIENTE.
           MOVE ZEROS TO WS-DELTA-PLAZO.
           MOVE ZEROS TO WS-DELTA-PRESTAMO.

           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           MOVE ZEROS TO MOV-CUENTA.
           MOVE ZEROS TO MOV-SECUENCIA.
           START ArchivoMovimientos KEY NOT LESS MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-MOVIMIENTOS
               READ ArchivoMovimientos NEXT RECORD
                   AT END
                       SET FIN-DE-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF MOV-FECHA > CTL-FECHA OR
                           (MOV-FECHA = CTL-FECHA AND
                            MOV-HORA > CTL-HORA)
                           PERFORM AcumularDeltaMovimiento
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.

       AcumularDeltaMovimiento.
           MOVE MOV-CUENTA TO NumeroCuenta.
           READ ArchivoCuentas
               INVALID KEY
                   DISPLAY "Movimiento de cuenta inexistente: ",
                       MOV-CUENTA
                   ADD 1 TO WS-ERRORES-VERIFICA
               NOT INVALID KEY
                   EVALUATE TipoCuenta
                       WHEN "A"
                           IF MOV-INDICADOR = "C"
                               ADD MOV-MONTO TO WS-DELTA-AHORRO
                           ELSE
                               SUBTRACT MOV-MONTO FROM WS-DELTA-AHORRO
                           END-IF
                       WHEN "P"
                           IF MOV-INDICADOR = "C"
                               ADD MOV-MONTO TO WS-DELTA-PLAZO
                           ELSE
                               SUBTRACT MOV-MONTO FROM WS-DELTA-PLAZO
                           END-IF
                       WHEN "L"
                           IF MOV-INDICADOR = "D"
                               ADD MOV-MONTO TO WS-DELTA-PRESTAMO
                           ELSE
                               SUBTRACT MOV-MONTO
                                   FROM WS-DELTA-PRESTAMO
                           END-IF
                       WHEN OTHER
                           IF MOV-INDICADOR = "C"
                               ADD MOV-MONTO TO WS-DELTA-CORRIENTE
                           ELSE
                               SUBTRACT MOV-MONTO
                                   FROM WS-DELTA-CORRIENTE
                           END-IF
                   END-EVALUATE
           END-READ.

       EjecutarPasoNocturno.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-PASO.
           PERFORM ValidarPasoNocturno.
           IF NOT PASO-AUTORIZADO
               DISPLAY "Paso ", WS-PARAMETRO, " rechazado: ",
                   WS-MOTIVO-PASO
               IF WS-OPCION-PARAMETRO = "FORZAR"
                   PERFORM AutorizarSupervisor
                   IF SUPERVISOR-AUTORIZO
                       SET PASO-AUTORIZADO TO TRUE
                       SET PASO-FORZADO TO TRUE
                       MOVE "PASO FORZADO" TO WS-ACCION
                       MOVE WS-PARAMETRO TO WS-NOMBRE-AUDITORIA
                       MOVE ZEROS TO WS-SALDO-AUDITORIA
                       PERFORM GrabarAuditoriaSistema
                   END-IF
               END-IF
           END-IF.

           IF PASO-AUTORIZADO
               PERFORM RegistrarInicioPaso
               PERFORM EjecutarProcesoPaso
               PERFORM RegistrarFinPaso
           ELSE
               PERFORM RegistrarRechazoPaso
           END-IF.

       EjecutarProcesoPaso.
           MOVE "N" TO WS-SWITCH-PASO-ERROR.
           MOVE SPACES TO WS-RESULTADO-PASO.
           MOVE ZEROS TO WS-RES-PROCESADOS.
           MOVE ZEROS TO WS-RES-RECHAZOS.
           MOVE ZEROS TO WS-RES-MONTO.
           EVALUATE WS-PARAMETRO
               WHEN "LOTE"
                   PERFORM ProcesoLote
                   MOVE WS-CONTADOR-TRANSACCIONES TO WS-RES-PROCESADOS
                   MOVE WS-CONTADOR-RECHAZOS TO WS-RES-RECHAZOS
                   MOVE WS-TOTAL-MONTO TO WS-RES-MONTO
               WHEN "ORDENES"
                   PERFORM ProcesoOrdenes
                   MOVE WS-CONTADOR-TRANSACCIONES TO WS-RES-PROCESADOS
                   MOVE WS-CONTADOR-RECHAZOS TO WS-RES-RECHAZOS
                   MOVE WS-TOTAL-MONTO TO WS-RES-MONTO
               WHEN "REPROCESO"
                   PERFORM ProcesoReproceso
                   MOVE WS-CONTADOR-TRANSACCIONES TO WS-RES-PROCESADOS
                   MOVE WS-CONTADOR-RECHAZOS TO WS-RES-RECHAZOS
                   MOVE WS-TOTAL-MONTO TO WS-RES-MONTO
               WHEN "PLAZOS"
                   PERFORM ProcesoPlazos
                   MOVE WS-CONTADOR-CUENTAS TO WS-RES-PROCESADOS
                   MOVE WS-PLAZOS-PENDIENTES TO WS-RES-RECHAZOS
                   MOVE WS-TOTAL-VENCIDO TO WS-RES-MONTO
               WHEN "CARGOS"
                   PERFORM ProcesoCargos
                   MOVE WS-CONTADOR-CUENTAS TO WS-RES-PROCESADOS
                   MOVE WS-CARGOS-SIN-FONDO TO WS-RES-RECHAZOS
                   MOVE WS-TOTAL-COMISIONES TO WS-RES-MONTO
               WHEN "INTERES"
                   PERFORM ProcesoInteres
                   MOVE WS-CONTADOR-CUENTAS TO WS-RES-PROCESADOS
                   MOVE WS-TOTAL-INTERES TO WS-RES-MONTO
               WHEN "INACTIVAS"
                   PERFORM ProcesoInactivas
                   MOVE WS-CONTADOR-INACTIVAS TO WS-RES-PROCESADOS
               WHEN "CANJE"
                   PERFORM ProcesoCanje
                   MOVE WS-CHEQUES-PAGADOS TO WS-RES-PROCESADOS
                   MOVE WS-CHEQUES-DEVUELTOS TO WS-RES-RECHAZOS
                   MOVE WS-MONTO-CHEQUES TO WS-RES-MONTO
               WHEN "CUOTAS"
                   PERFORM ProcesoCuotas
                   MOVE WS-CUOTAS-COBRADAS TO WS-RES-PROCESADOS
                   MOVE WS-CUOTAS-IMPAGAS TO WS-RES-RECHAZOS
                   MOVE WS-MONTO-COBRADO TO WS-RES-MONTO
               WHEN "CIERRE"
                   PERFORM ProcesoCierre
                   MOVE WS-MOVIMIENTOS TO WS-RES-PROCESADOS
                   MOVE WS-RECHAZOS-DIA TO WS-RES-RECHAZOS
               WHEN "VERIFICA"
                   PERFORM ProcesoVerifica
                   MOVE WS-ERRORES-VERIFICA TO WS-RES-RECHAZOS
               WHEN "FINDIA"
                   PERFORM ProcesoFinDia
           END-EVALUATE.
           IF WS-RESULTADO-PASO = SPACES
               MOVE WS-LINEA-RESULTADO TO WS-RESULTADO-PASO
           END-IF.

       ValidarPasoNocturno.
           MOVE "S" TO WS-SWITCH-PASO.
           MOVE "N" TO WS-SWITCH-PASO-FORZADO.
           MOVE SPACES TO WS-MOTIVO-PASO.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-BITACORA.
           PERFORM CargarCorridasDia.

           MOVE WS-PARAMETRO TO WS-PASO-BUSCADO.
           PERFORM BuscarPasoDia.
           IF PASO-COMPLETADO-HOY
               MOVE "N" TO WS-SWITCH-PASO
               MOVE "PASO YA COMPLETADO EN EL DIA" TO WS-MOTIVO-PASO
           ELSE
               IF WS-IND-PASO > ZEROS AND
                   WS-PD-ULTIMO-ESTADO(WS-IND-PASO) = "I"
                   DISPLAY "Aviso: la corrida anterior de ",
                       WS-PARAMETRO, " no finalizo."
               END-IF
           END-IF.

           PERFORM ObtenerRequisitosPaso.
           PERFORM VARYING WS-IND-REQUISITO FROM 1 BY 1
               UNTIL WS-IND-REQUISITO > 5 OR NOT PASO-AUTORIZADO
               IF WS-REQUISITO(WS-IND-REQUISITO) NOT = SPACES
                   MOVE WS-REQUISITO(WS-IND-REQUISITO)
                       TO WS-PASO-BUSCADO
                   PERFORM BuscarPasoDia
                   IF NOT PASO-COMPLETADO-HOY
                       MOVE "N" TO WS-SWITCH-PASO
                       STRING "FALTA COMPLETAR " DELIMITED BY SIZE
                           WS-PASO-BUSCADO DELIMITED BY SPACE
                           INTO WS-MOTIVO-PASO
                   END-IF
               END-IF
           END-PERFORM.

           IF PASO-AUTORIZADO AND PASO-CON-POSTEO
               MOVE "CIERRE" TO WS-PASO-BUSCADO
               PERFORM BuscarPasoDia
               IF PASO-COMPLETADO-HOY
                   MOVE "N" TO WS-SWITCH-PASO
                   MOVE "CIERRE DEL DIA YA COMPLETADO"
                       TO WS-MOTIVO-PASO
               END-IF
           END-IF.

       ObtenerRequisitosPaso.
           MOVE SPACES TO WS-REQUISITOS-PASO.
           MOVE "N" TO WS-SWITCH-POSTEO.
           EVALUATE WS-PARAMETRO
               WHEN "LOTE"
                   SET PASO-CON-POSTEO TO TRUE
               WHEN "CANJE"
                   SET PASO-CON-POSTEO TO TRUE
               WHEN "ORDENES"
               WHEN "REPROCESO"
               WHEN "PLAZOS"
               WHEN "CARGOS"
               WHEN "INTERES"
               WHEN "INACTIVAS"
               WHEN "CUOTAS"
                   MOVE "LOTE" TO WS-REQUISITO(1)
                   SET PASO-CON-POSTEO TO TRUE
               WHEN "CIERRE"
                   MOVE "LOTE" TO WS-REQUISITO(1)
                   MOVE "ORDENES" TO WS-REQUISITO(2)
                   MOVE "PLAZOS" TO WS-REQUISITO(3)
                   MOVE "CUOTAS" TO WS-REQUISITO(4)
               WHEN "VERIFICA"
                   MOVE "CIERRE" TO WS-REQUISITO(1)
               WHEN "FINDIA"
                   MOVE "CIERRE" TO WS-REQUISITO(1)
                   MOVE "VERIFICA" TO WS-REQUISITO(2)
           END-EVALUATE.

       CargarCorridasDia.
           MOVE ZEROS TO WS-CANT-PASOS.
           MOVE SPACES TO WS-TABLA-PASOS.
           OPEN INPUT ArchivoCorridas.
           IF WS-ESTADO-CORRIDAS = "00"
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoCorridas
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           IF COR-FECHA-NEGOCIO = WS-FECHA-BITACORA
                               PERFORM AcumularCorridaDia
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoCorridas
           END-IF.

       AcumularCorridaDia.
           MOVE COR-PASO TO WS-PASO-BUSCADO.
           PERFORM BuscarPasoDia.
           IF WS-IND-PASO = ZEROS AND WS-CANT-PASOS < 20
               ADD 1 TO WS-CANT-PASOS
               MOVE WS-CANT-PASOS TO WS-IND-PASO
               MOVE COR-PASO TO WS-PD-NOMBRE(WS-IND-PASO)
               MOVE "N" TO WS-PD-COMPLETADO(WS-IND-PASO)
           END-IF.
           IF WS-IND-PASO > ZEROS
               MOVE COR-ESTADO TO WS-PD-ULTIMO-ESTADO(WS-IND-PASO)
               IF CORRIDA-COMPLETADA
                   MOVE "S" TO WS-PD-COMPLETADO(WS-IND-PASO)
               END-IF
           END-IF.

       BuscarPasoDia.
           MOVE "N" TO WS-SWITCH-PASO-HOY.
           MOVE ZEROS TO WS-IND-PASO.
           PERFORM VARYING WS-IND-BUSQUEDA FROM 1 BY 1
               UNTIL WS-IND-BUSQUEDA > WS-CANT-PASOS
                   OR WS-IND-PASO > ZEROS
               IF WS-PD-NOMBRE(WS-IND-BUSQUEDA) = WS-PASO-BUSCADO
                   MOVE WS-IND-BUSQUEDA TO WS-IND-PASO
                   IF WS-PD-COMPLETADO(WS-IND-PASO) = "S"
                       SET PASO-COMPLETADO-HOY TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       RegistrarInicioPaso.
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-FECHA-MAQUINA TO WS-FECHA-INICIO-PASO.
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO-PASO.
           MOVE SPACES TO RegistroCorrida.
           MOVE "I" TO COR-ESTADO.
           MOVE ZEROS TO COR-FECHA-FIN.
           MOVE ZEROS TO COR-HORA-FIN.
           MOVE "EN PROCESO" TO COR-RESULTADO.
           PERFORM GrabarCorrida.

       RegistrarFinPaso.
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE SPACES TO RegistroCorrida.
           IF PASO-CON-ERROR
               MOVE "E" TO COR-ESTADO
           ELSE
               MOVE "C" TO COR-ESTADO
           END-IF.
           MOVE WS-FECHA-MAQUINA TO COR-FECHA-FIN.
           MOVE WS-HORA-HHMMSS TO COR-HORA-FIN.
           MOVE WS-RESULTADO-PASO TO COR-RESULTADO.
           PERFORM GrabarCorrida.
           DISPLAY "Paso ", WS-PARAMETRO, " estado ", COR-ESTADO,
               ": ", WS-RESULTADO-PASO.

       RegistrarRechazoPaso.
           ACCEPT WS-FECHA-MAQUINA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-FECHA-MAQUINA TO WS-FECHA-INICIO-PASO.
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO-PASO.
           MOVE SPACES TO RegistroCorrida.
           MOVE "R" TO COR-ESTADO.
           MOVE ZEROS TO COR-FECHA-FIN.
           MOVE ZEROS TO COR-HORA-FIN.
           MOVE WS-MOTIVO-PASO TO COR-RESULTADO.
           PERFORM GrabarCorrida.

       GrabarCorrida.
           MOVE WS-FECHA-PASO TO COR-FECHA-NEGOCIO.
           MOVE WS-PARAMETRO TO COR-PASO.
           MOVE WS-FECHA-INICIO-PASO TO COR-FECHA-INICIO.
           MOVE WS-HORA-INICIO-PASO TO COR-HORA-INICIO.
           IF PASO-FORZADO
               MOVE "S" TO COR-FORZADO
               MOVE WS-AUTORIZANTE TO COR-AUTORIZANTE
           ELSE
               MOVE "N" TO COR-FORZADO
               MOVE SPACES TO COR-AUTORIZANTE
           END-IF.
           OPEN EXTEND ArchivoCorridas.
           IF WS-ESTADO-CORRIDAS NOT = "00"
               OPEN OUTPUT ArchivoCorridas
           END-IF.
           IF WS-ESTADO-CORRIDAS NOT = "00"
               DISPLAY "No se pudo grabar el control de corrida."
           ELSE
               WRITE RegistroCorrida
               CLOSE ArchivoCorridas
           END-IF.

       ProcesoBitacora.
           DISPLAY "-----BITACORA DE CORRIDA NOCTURNA-----".
           IF WS-OPCION-PARAMETRO(1:8) NUMERIC
               MOVE WS-OPCION-PARAMETRO(1:8) TO WS-FECHA-BITACORA
           ELSE
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-BITACORA
           END-IF.

           OPEN OUTPUT ArchivoBitacora.
           IF WS-ESTADO-BITACORA NOT = "00"
               DISPLAY "No se pudo abrir el archivo de bitacora."
           ELSE
               MOVE "BANCO - BITACORA DE CORRIDA NOCTURNA"
                   TO LineaBitacora
               WRITE LineaBitacora
               MOVE WS-FECHA-BITACORA TO WS-RPT-FECHA
               WRITE LineaBitacora FROM WS-LINEA-FECHA-REPORTE
               MOVE SPACES TO LineaBitacora
               WRITE LineaBitacora
               WRITE LineaBitacora FROM WS-LINEA-CABECERA-BITACORA
               PERFORM EscribirDetalleBitacora
               PERFORM EscribirResumenBitacora
               CLOSE ArchivoBitacora
               DISPLAY "Bitacora generada: BITACORA.TXT"
           END-IF.

       EscribirDetalleBitacora.
           MOVE ZEROS TO WS-CANT-PASOS.
           MOVE SPACES TO WS-TABLA-PASOS.
           OPEN INPUT ArchivoCorridas.
           IF WS-ESTADO-CORRIDAS = "00"
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoCorridas
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           IF COR-FECHA-NEGOCIO = WS-FECHA-BITACORA
                               PERFORM AcumularCorridaDia
                               PERFORM EscribirLineaBitacora
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoCorridas
           END-IF.

       EscribirLineaBitacora.
           MOVE COR-PASO TO WS-BIT-PASO.
           EVALUATE TRUE
               WHEN CORRIDA-INICIADA
                   MOVE "INICIADO" TO WS-BIT-ESTADO
               WHEN CORRIDA-COMPLETADA
                   MOVE "COMPLETADO" TO WS-BIT-ESTADO
               WHEN CORRIDA-CON-ERROR
                   MOVE "CON ERROR" TO WS-BIT-ESTADO
               WHEN CORRIDA-RECHAZADA
                   MOVE "RECHAZADO" TO WS-BIT-ESTADO
               WHEN OTHER
                   MOVE COR-ESTADO TO WS-BIT-ESTADO
           END-EVALUATE.
           MOVE COR-FECHA-INICIO TO WS-BIT-FECHA-INICIO.
           MOVE COR-HORA-INICIO TO WS-BIT-HORA-INICIO.
           MOVE COR-FECHA-FIN TO WS-BIT-FECHA-FIN.
           MOVE COR-HORA-FIN TO WS-BIT-HORA-FIN.
           MOVE COR-FORZADO TO WS-BIT-FORZADO.
           MOVE COR-AUTORIZANTE TO WS-BIT-AUTORIZANTE.
           WRITE LineaBitacora FROM WS-LINEA-BITACORA.
           MOVE COR-RESULTADO TO WS-BIT-RESULTADO.
           WRITE LineaBitacora FROM WS-LINEA-BITACORA-RESULTADO.

       EscribirResumenBitacora.
           MOVE SPACES TO LineaBitacora.
           WRITE LineaBitacora.
           MOVE "RESUMEN DE PASOS" TO LineaBitacora.
           WRITE LineaBitacora.
           PERFORM VARYING WS-IND-REQUISITO FROM 1 BY 1
               UNTIL WS-IND-REQUISITO > WS-TOTAL-PASOS-NOCTURNOS
               MOVE WS-PASO-NOCTURNO(WS-IND-REQUISITO)
                   TO WS-PASO-BUSCADO
               MOVE WS-PASO-BUSCADO TO WS-BIT-RES-PASO
               PERFORM BuscarPasoResumen
               WRITE LineaBitacora FROM WS-LINEA-RESUMEN-BITACORA
           END-PERFORM.

       BuscarPasoResumen.
           MOVE "NO EJECUTADO" TO WS-BIT-RES-ESTADO.
           PERFORM VARYING WS-IND-PASO FROM 1 BY 1
               UNTIL WS-IND-PASO > WS-CANT-PASOS
               IF WS-PD-NOMBRE(WS-IND-PASO) = WS-PASO-BUSCADO
                   EVALUATE TRUE
                       WHEN WS-PD-COMPLETADO(WS-IND-PASO) = "S"
                           MOVE "COMPLETADO" TO WS-BIT-RES-ESTADO
                       WHEN WS-PD-ULTIMO-ESTADO(WS-IND-PASO) = "I"
                           MOVE "INTERRUMPIDO" TO WS-BIT-RES-ESTADO
                       WHEN WS-PD-ULTIMO-ESTADO(WS-IND-PASO) = "E"
                           MOVE "CON ERROR" TO WS-BIT-RES-ESTADO
                       WHEN OTHER
                           MOVE "RECHAZADO" TO WS-BIT-RES-ESTADO
                   END-EVALUATE
               END-IF
           END-PERFORM.

       ProcesoLavado.
           DISPLAY "-----REPORTE DE EFECTIVO Y FRACCIONAMIENTO-----".
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-HASTA.
           IF WS-OPCION-PARAMETRO(1:8) NUMERIC
               MOVE WS-OPCION-PARAMETRO(1:8) TO WS-FECHA-DESDE
           ELSE
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-CALCULO
               MOVE 1 TO WS-FC-DD
               MOVE WS-FECHA-CALCULO TO WS-FECHA-DESDE
           END-IF.
           PERFORM CargarParametrosLavado.

           COMPUTE WS-DIAS-CONSULTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-DESDE).
           IF WS-DIAS-CONSULTA = ZEROS OR
               WS-FECHA-DESDE > WS-FECHA-HASTA
               DISPLAY "Periodo invalido: ", WS-FECHA-DESDE
           ELSE
               PERFORM GenerarReporteLavado
           END-IF.

       CargarParametrosLavado.
           MOVE 10000 TO WS-UMBRAL-LAVADO.
           MOVE 90 TO WS-PORCENTAJE-FRACCION.
           MOVE 7 TO WS-DIAS-FRACCION.
           MOVE 3 TO WS-MINIMO-FRACCION.

           OPEN INPUT ArchivoParamLavado.
           IF WS-ESTADO-PARAM-LAVADO NOT = "00"
               DISPLAY "Sin archivo de parametros, se usan los ",
                   "valores por defecto."
           ELSE
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ ArchivoParamLavado
                       AT END
                           SET FIN-DE-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM ClasificarParametroLavado
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-SWITCH-FIN-ARCHIVO
               CLOSE ArchivoParamLavado
           END-IF.

           IF WS-PORCENTAJE-FRACCION = ZEROS OR
               WS-PORCENTAJE-FRACCION > 99
               MOVE 90 TO WS-PORCENTAJE-FRACCION
           END-IF.
           IF WS-DIAS-FRACCION = ZEROS
               MOVE 1 TO WS-DIAS-FRACCION
           END-IF.
           IF WS-MINIMO-FRACCION < 2
               MOVE 2 TO WS-MINIMO-FRACCION
           END-IF.
           COMPUTE WS-PISO-FRACCION =
               WS-UMBRAL-LAVADO * WS-PORCENTAJE-FRACCION / 100.

       ClasificarParametroLavado.
           EVALUATE PLV-CODIGO
               WHEN "U"
                   MOVE PLV-VALOR TO WS-UMBRAL-LAVADO
               WHEN "P"
                   MOVE PLV-VALOR TO WS-PORCENTAJE-FRACCION
               WHEN "D"
                   MOVE PLV-VALOR TO WS-DIAS-FRACCION
               WHEN "C"
                   MOVE PLV-VALOR TO WS-MINIMO-FRACCION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       GenerarReporteLavado.
           OPEN OUTPUT ArchivoLavado.
           IF WS-ESTADO-LAVADO NOT = "00"
               DISPLAY "No se pudo abrir el archivo de reporte."
           ELSE
               OPEN OUTPUT ArchivoRegLavado
               IF WS-ESTADO-REG-LAVADO NOT = "00"
                   DISPLAY "No se pudo abrir el archivo regulatorio."
               ELSE
                   PERFORM EscribirCabeceraLavado
                   PERFORM RecorrerClientesLavado
                   PERFORM EscribirTotalesLavado
                   CLOSE ArchivoRegLavado
                   DISPLAY "Reporte generado: LAVADO.TXT"
                   DISPLAY "Archivo regulatorio generado: LAVADOREG.TXT"
               END-IF
               CLOSE ArchivoLavado
           END-IF.

       EscribirCabeceraLavado.
           MOVE "BANCO - REPORTE DE EFECTIVO Y FRACCIONAMIENTO"
               TO LineaLavado.
           WRITE LineaLavado.
           MOVE WS-FECHA-SISTEMA TO WS-RPT-FECHA.
           WRITE LineaLavado FROM WS-LINEA-FECHA-REPORTE.
           MOVE WS-FECHA-DESDE TO WS-LAV-DESDE.
           MOVE WS-FECHA-HASTA TO WS-LAV-HASTA.
           WRITE LineaLavado FROM WS-LINEA-PERIODO-LAVADO.
           MOVE WS-UMBRAL-LAVADO TO WS-LAV-UMBRAL.
           MOVE WS-PISO-FRACCION TO WS-LAV-PISO.
           MOVE WS-DIAS-FRACCION TO WS-LAV-DIAS.
           MOVE WS-MINIMO-FRACCION TO WS-LAV-MINIMO.
           WRITE LineaLavado FROM WS-LINEA-UMBRAL-LAVADO.
           MOVE SPACES TO LineaLavado.
           WRITE LineaLavado.

           MOVE SPACES TO CabeceraRegLavado.
           MOVE "H" TO LAVC-TIPO.
           MOVE WS-FECHA-DESDE TO LAVC-FECHA-DESDE.
           MOVE WS-FECHA-HASTA TO LAVC-FECHA-HASTA.
           MOVE WS-FECHA-SISTEMA TO LAVC-FECHA-PROCESO.
           MOVE WS-UMBRAL-LAVADO TO LAVC-UMBRAL.
           WRITE CabeceraRegLavado.

       RecorrerClientesLavado.
           MOVE ZEROS TO WS-CLIENTES-REVISADOS.
           MOVE ZEROS TO WS-CLIENTES-ALERTA.
           MOVE ZEROS TO WS-CASOS-EFECTIVO.
           MOVE ZEROS TO WS-CASOS-FRACCION.
           MOVE ZEROS TO WS-MONTO-ALERTAS.
           MOVE ZEROS TO WS-CANT-REG-LAVADO.
           MOVE ZEROS TO WS-HASH-REG-LAVADO.
           MOVE "N" TO WS-SWITCH-FIN-CLIENTES.
           MOVE ZEROS TO NumeroCliente.
           START ArchivoClientes KEY NOT LESS NumeroCliente
               INVALID KEY
                   SET FIN-DE-CLIENTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-CLIENTES
               READ ArchivoClientes NEXT RECORD
                   AT END
                       SET FIN-DE-CLIENTES TO TRUE
                   NOT AT END
                       PERFORM RevisarClienteLavado
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-CLIENTES.

       RevisarClienteLavado.
           ADD 1 TO WS-CLIENTES-REVISADOS.
           MOVE "N" TO WS-SWITCH-CLIENTE-ALERTA.
           MOVE ZEROS TO WS-CANT-FRACCION.
           MOVE NumeroCliente TO WS-NUMERO-CLIENTE.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF Titular = WS-NUMERO-CLIENTE
                           PERFORM RevisarCuentaLavado
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

           IF WS-CANT-FRACCION NOT < WS-MINIMO-FRACCION
               PERFORM EvaluarFraccionamiento
           END-IF.
           IF CLIENTE-CON-ALERTA
               ADD 1 TO WS-CLIENTES-ALERTA
           END-IF.

       RevisarCuentaLavado.
           MOVE NumeroCuenta TO MOV-CUENTA.
           MOVE ZEROS TO MOV-SECUENCIA.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           START ArchivoMovimientos KEY NOT LESS MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-MOVIMIENTOS
               READ ArchivoMovimientos NEXT RECORD
                   AT END
                       SET FIN-DE-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF MOV-CUENTA NOT = NumeroCuenta OR
                           MOV-FECHA > WS-FECHA-HASTA
                           SET FIN-DE-MOVIMIENTOS TO TRUE
                       ELSE
                           IF MOV-FECHA NOT < WS-FECHA-DESDE
                               PERFORM ClasificarEfectivoLavado
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.

       ClasificarEfectivoLavado.
           IF (MOV-TIPO = "DEPOSITO" OR MOV-TIPO = "RETIRO" OR
               MOV-TIPO = "APERTURA DE CUENTA") AND
               NOT MOVIMIENTO-REVERSADO AND MOV-MONTO > ZEROS
               IF MOV-MONTO NOT < WS-UMBRAL-LAVADO
                   PERFORM RegistrarCasoEfectivo
               ELSE
                   IF MOV-MONTO NOT < WS-PISO-FRACCION AND
                       WS-CANT-FRACCION < 500
                       ADD 1 TO WS-CANT-FRACCION
                       COMPUTE WS-FRA-DIA(WS-CANT-FRACCION) =
                           FUNCTION INTEGER-OF-DATE(MOV-FECHA)
                       MOVE MOV-MONTO TO WS-FRA-MONTO(WS-CANT-FRACCION)
                   END-IF
               END-IF
           END-IF.

       RegistrarCasoEfectivo.
           PERFORM EscribirClienteLavado.
           ADD 1 TO WS-CASOS-EFECTIVO.
           ADD MOV-MONTO TO WS-MONTO-ALERTAS.

           MOVE MOV-FECHA TO WS-LAV-FECHA.
           MOVE MOV-CUENTA TO WS-LAV-CUENTA.
           MOVE MOV-SECUENCIA TO WS-LAV-SECUENCIA.
           MOVE MOV-TIPO TO WS-LAV-TIPO.
           MOVE MOV-INDICADOR TO WS-LAV-INDICADOR.
           MOVE MOV-MONTO TO WS-LAV-MONTO.
           WRITE LineaLavado FROM WS-LINEA-EFECTIVO-LAVADO.

           MOVE SPACES TO RegistroRegLavado.
           MOVE "E" TO LAV-CASO.
           MOVE MOV-CUENTA TO LAV-CUENTA.
           MOVE MOV-SECUENCIA TO LAV-SECUENCIA.
           MOVE MOV-FECHA TO LAV-FECHA-DESDE.
           MOVE MOV-FECHA TO LAV-FECHA-HASTA.
           MOVE MOV-INDICADOR TO LAV-INDICADOR.
           MOVE 1 TO LAV-CANTIDAD.
           MOVE MOV-MONTO TO LAV-MONTO.
           PERFORM GrabarDetalleRegLavado.

           MOVE "ALERTA EFECTIVO" TO WS-ACCION.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.
           STRING "MOV " DELIMITED BY SIZE
               MOV-CUENTA DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               MOV-SECUENCIA DELIMITED BY SIZE
               INTO WS-MOTIVO-AUDITORIA.
           PERFORM GrabarAuditoriaCliente.

       EvaluarFraccionamiento.
           MOVE ZEROS TO WS-MAX-OPS-VENTANA.
           MOVE ZEROS TO WS-MAX-MONTO-VENTANA.
           MOVE ZEROS TO WS-MAX-DIA-VENTANA.
           PERFORM VARYING WS-IND-FRACCION FROM 1 BY 1
               UNTIL WS-IND-FRACCION > WS-CANT-FRACCION
               PERFORM ContarVentanaFraccion
           END-PERFORM.
           IF WS-MAX-OPS-VENTANA NOT < WS-MINIMO-FRACCION
               PERFORM RegistrarCasoFraccion
           END-IF.

       ContarVentanaFraccion.
           MOVE ZEROS TO WS-OPS-VENTANA.
           MOVE ZEROS TO WS-MONTO-VENTANA.
           COMPUTE WS-LIMITE-VENTANA =
               WS-FRA-DIA(WS-IND-FRACCION) + WS-DIAS-FRACCION.
           PERFORM VARYING WS-IND-VENTANA FROM 1 BY 1
               UNTIL WS-IND-VENTANA > WS-CANT-FRACCION
               IF WS-FRA-DIA(WS-IND-VENTANA) NOT <
                   WS-FRA-DIA(WS-IND-FRACCION) AND
                   WS-FRA-DIA(WS-IND-VENTANA) < WS-LIMITE-VENTANA
                   ADD 1 TO WS-OPS-VENTANA
                   ADD WS-FRA-MONTO(WS-IND-VENTANA)
                       TO WS-MONTO-VENTANA
               END-IF
           END-PERFORM.
           IF WS-OPS-VENTANA > WS-MAX-OPS-VENTANA
               MOVE WS-OPS-VENTANA TO WS-MAX-OPS-VENTANA
               MOVE WS-MONTO-VENTANA TO WS-MAX-MONTO-VENTANA
               MOVE WS-FRA-DIA(WS-IND-FRACCION) TO WS-MAX-DIA-VENTANA
           END-IF.

       RegistrarCasoFraccion.
           PERFORM EscribirClienteLavado.
           ADD 1 TO WS-CASOS-FRACCION.
           ADD WS-MAX-MONTO-VENTANA TO WS-MONTO-ALERTAS.

           MOVE FUNCTION DATE-OF-INTEGER(WS-MAX-DIA-VENTANA)
               TO WS-LAV-FRA-DESDE.
           COMPUTE WS-LIMITE-VENTANA =
               WS-MAX-DIA-VENTANA + WS-DIAS-FRACCION - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-LIMITE-VENTANA)
               TO WS-LAV-FRA-HASTA.
           MOVE WS-MAX-OPS-VENTANA TO WS-LAV-FRA-OPS.
           MOVE WS-MAX-MONTO-VENTANA TO WS-LAV-FRA-MONTO.
           WRITE LineaLavado FROM WS-LINEA-FRACCION-LAVADO.

           MOVE SPACES TO RegistroRegLavado.
           MOVE "F" TO LAV-CASO.
           MOVE ZEROS TO LAV-CUENTA.
           MOVE ZEROS TO LAV-SECUENCIA.
           MOVE WS-LAV-FRA-DESDE TO LAV-FECHA-DESDE.
           MOVE WS-LAV-FRA-HASTA TO LAV-FECHA-HASTA.
           MOVE WS-MAX-OPS-VENTANA TO LAV-CANTIDAD.
           MOVE WS-MAX-MONTO-VENTANA TO LAV-MONTO.
           PERFORM GrabarDetalleRegLavado.

           MOVE "ALERTA FRACCIONADO" TO WS-ACCION.
           MOVE SPACES TO WS-MOTIVO-AUDITORIA.
           STRING "OPS " DELIMITED BY SIZE
               WS-MAX-OPS-VENTANA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAV-FRA-DESDE DELIMITED BY SIZE
               INTO WS-MOTIVO-AUDITORIA.
           PERFORM GrabarAuditoriaCliente.

       EscribirClienteLavado.
           IF NOT CLIENTE-CON-ALERTA
               SET CLIENTE-CON-ALERTA TO TRUE
               MOVE NumeroCliente TO WS-LAV-CLIENTE
               MOVE NombreCliente TO WS-LAV-NOMBRE
               MOVE Documento TO WS-LAV-DOCUMENTO
               WRITE LineaLavado FROM WS-LINEA-CLIENTE-LAVADO
           END-IF.

       GrabarDetalleRegLavado.
           MOVE "D" TO LAV-TIPO.
           MOVE NumeroCliente TO LAV-CLIENTE.
           MOVE Documento TO LAV-DOCUMENTO.
           MOVE NombreCliente TO LAV-NOMBRE.
           WRITE RegistroRegLavado.
           ADD 1 TO WS-CANT-REG-LAVADO.
           ADD LAV-MONTO TO WS-HASH-REG-LAVADO.

       EscribirTotalesLavado.
           MOVE SPACES TO LineaLavado.
           WRITE LineaLavado.
           MOVE "RESUMEN" TO LineaLavado.
           WRITE LineaLavado.
           MOVE ZEROS TO WS-LAV-TOTAL.
           MOVE "CLIENTES REVISADOS" TO WS-LAV-ETIQUETA.
           MOVE WS-CLIENTES-REVISADOS TO WS-LAV-CANTIDAD.
           WRITE LineaLavado FROM WS-LINEA-TOTAL-LAVADO.
           MOVE "CLIENTES CON ALERTA" TO WS-LAV-ETIQUETA.
           MOVE WS-CLIENTES-ALERTA TO WS-LAV-CANTIDAD.
           WRITE LineaLavado FROM WS-LINEA-TOTAL-LAVADO.
           MOVE "CASOS EFECTIVO" TO WS-LAV-ETIQUETA.
           MOVE WS-CASOS-EFECTIVO TO WS-LAV-CANTIDAD.
           WRITE LineaLavado FROM WS-LINEA-TOTAL-LAVADO.
           MOVE "CASOS FRACCIONAMIENTO" TO WS-LAV-ETIQUETA.
           MOVE WS-CASOS-FRACCION TO WS-LAV-CANTIDAD.
           WRITE LineaLavado FROM WS-LINEA-TOTAL-LAVADO.
           MOVE "TOTAL CASOS" TO WS-LAV-ETIQUETA.
           MOVE WS-CANT-REG-LAVADO TO WS-LAV-CANTIDAD.
           MOVE WS-MONTO-ALERTAS TO WS-LAV-TOTAL.
           WRITE LineaLavado FROM WS-LINEA-TOTAL-LAVADO.

           MOVE SPACES TO TotalesRegLavado.
           MOVE "F" TO LAVT-TIPO.
           MOVE WS-CANT-REG-LAVADO TO LAVT-CANTIDAD.
           MOVE WS-HASH-REG-LAVADO TO LAVT-HASH.
           WRITE TotalesRegLavado.

           DISPLAY "Clientes revisados: ", WS-CLIENTES-REVISADOS.
           DISPLAY "Casos de efectivo: ", WS-CASOS-EFECTIVO.
           DISPLAY "Casos de fraccionamiento: ", WS-CASOS-FRACCION.

       ProcesoCertificados.
           DISPLAY "-----CERTIFICADOS ANUALES-----".
           IF WS-OPCION-PARAMETRO(1:4) NUMERIC
               MOVE WS-OPCION-PARAMETRO(1:4) TO WS-EJERCICIO
           ELSE
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-CALCULO
               COMPUTE WS-EJERCICIO = WS-FC-AAAA - 1
           END-IF.
           MOVE WS-EJERCICIO TO WS-FC-AAAA.
           MOVE 01 TO WS-FC-MM.
           MOVE 01 TO WS-FC-DD.
           MOVE WS-FECHA-CALCULO TO WS-FECHA-DESDE.
           MOVE 12 TO WS-FC-MM.
           MOVE 31 TO WS-FC-DD.
           MOVE WS-FECHA-CALCULO TO WS-FECHA-HASTA.

           IF WS-EJERCICIO < 1601 OR WS-FECHA-DESDE > WS-FECHA-SISTEMA
               DISPLAY "Ejercicio invalido: ", WS-EJERCICIO
           ELSE
               PERFORM GenerarCertificados
           END-IF.

       GenerarCertificados.
           OPEN OUTPUT ArchivoCertificados.
           IF WS-ESTADO-CERTIFICADOS NOT = "00"
               DISPLAY "No se pudo abrir el archivo de certificados."
           ELSE
               OPEN OUTPUT ArchivoControlCertif
               IF WS-ESTADO-CTL-CERTIF NOT = "00"
                   DISPLAY "No se pudo abrir el control de ",
                       "certificados."
               ELSE
                   PERFORM RecorrerClientesCertificado
                   PERFORM EscribirControlCertificados
                   CLOSE ArchivoControlCertif
                   DISPLAY "Certificados generados: CERTIFICADOS.TXT"
                   DISPLAY "Control generado: CERTCTL.TXT"
               END-IF
               CLOSE ArchivoCertificados
           END-IF.

       RecorrerClientesCertificado.
           MOVE ZEROS TO WS-CERTIFICADOS.
           MOVE ZEROS TO WS-CUENTAS-CERTIFICADAS.
           MOVE ZEROS TO WS-CER-TOTAL-INTERES.
           MOVE ZEROS TO WS-CER-TOTAL-PLAZO.
           MOVE ZEROS TO WS-CER-TOTAL-COMISION.
           MOVE "N" TO WS-SWITCH-FIN-CLIENTES.
           MOVE ZEROS TO NumeroCliente.
           START ArchivoClientes KEY NOT LESS NumeroCliente
               INVALID KEY
                   SET FIN-DE-CLIENTES TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-CLIENTES
               READ ArchivoClientes NEXT RECORD
                   AT END
                       SET FIN-DE-CLIENTES TO TRUE
                   NOT AT END
                       PERFORM CertificarCliente
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-CLIENTES.

       CertificarCliente.
           MOVE "N" TO WS-SWITCH-CLIENTE-CERTIF.
           MOVE ZEROS TO WS-CER-INTERES-CLIENTE.
           MOVE ZEROS TO WS-CER-PLAZO-CLIENTE.
           MOVE ZEROS TO WS-CER-COMISION-CLIENTE.
           MOVE NumeroCliente TO WS-NUMERO-CLIENTE.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.
           MOVE ZEROS TO NumeroCuenta.
           START ArchivoCuentas KEY NOT LESS NumeroCuenta
               INVALID KEY
                   SET FIN-DE-ARCHIVO TO TRUE
           END-START.
           PERFORM UNTIL FIN-DE-ARCHIVO
               READ ArchivoCuentas NEXT RECORD
                   AT END
                       SET FIN-DE-ARCHIVO TO TRUE
                   NOT AT END
                       IF Titular = WS-NUMERO-CLIENTE
                           PERFORM CertificarCuenta
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-ARCHIVO.

           IF CERTIFICADO-ABIERTO
               PERFORM CerrarCertificado
           END-IF.

       CertificarCuenta.
           MOVE "N" TO WS-SWITCH-CUENTA-CERTIF.
           MOVE ZEROS TO WS-CER-SALDO-INICIAL.
           MOVE ZEROS TO WS-CER-SALDO-FINAL.
           MOVE ZEROS TO WS-CER-INTERES-CUENTA.
           MOVE ZEROS TO WS-CER-COMISION-CUENTA.
           MOVE NumeroCuenta TO MOV-CUENTA.
           MOVE ZEROS TO MOV-SECUENCIA.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.
           START ArchivoMovimientos KEY NOT LESS MOV-CLAVE
               INVALID KEY
                   SET FIN-DE-MOVIMIENTOS TO TRUE
                   AT END
                       SET FIN-DE-MOVIMIENTOS TO TRUE
                   NOT AT END
                       IF MOV-CUENTA NOT = NumeroCuenta OR
                           MOV-FECHA > WS-FECHA-HASTA
                           SET FIN-DE-MOVIMIENTOS TO TRUE
                       ELSE
                           PERFORM ClasificarMovimientoCertificado
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-SWITCH-FIN-MOVIMIENTOS.

           IF WS-CER-SALDO-INICIAL NOT = ZEROS
               SET CUENTA-CERTIFICABLE TO TRUE
           END-IF.
           IF CUENTA-CERTIFICABLE
               PERFORM EscribirCuentaCertificado
           END-IF.

       ClasificarMovimientoCertificado.
           IF MOV-FECHA < WS-FECHA-DESDE
               MOVE MOV-SALDO TO WS-CER-SALDO-INICIAL
               MOVE MOV-SALDO TO WS-CER-SALDO-FINAL
           ELSE
               SET CUENTA-CERTIFICABLE TO TRUE
               MOVE MOV-SALDO TO WS-CER-SALDO-FINAL
               PERFORM ClasificarConceptoMovimiento
               EVALUATE WS-CONCEPTO-MOVIMIENTO
                   WHEN "INT"
                       ADD MOV-MONTO TO WS-CER-INTERES-CUENTA
                       ADD MOV-MONTO TO WS-CER-INTERES-CLIENTE
                   WHEN "IPF"
                       ADD MOV-MONTO TO WS-CER-INTERES-CUENTA
                       ADD MOV-MONTO TO WS-CER-PLAZO-CLIENTE
                   WHEN "COM"
                       IF MOV-INDICADOR = "D"
                           ADD MOV-MONTO TO WS-CER-COMISION-CUENTA
                           ADD MOV-MONTO TO WS-CER-COMISION-CLIENTE
                       ELSE
                           SUBTRACT MOV-MONTO
                               FROM WS-CER-COMISION-CUENTA
                           SUBTRACT MOV-MONTO
                               FROM WS-CER-COMISION-CLIENTE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       EscribirCuentaCertificado.
           IF NOT CERTIFICADO-ABIERTO
               PERFORM AbrirCertificado
           END-IF.
           ADD 1 TO WS-CUENTAS-CERTIFICADAS.
           MOVE NumeroCuenta TO WS-CER-CUENTA.
           MOVE TipoCuenta TO WS-CER-TIPO.
           MOVE WS-CER-SALDO-INICIAL TO WS-CER-INICIAL.
           MOVE WS-CER-SALDO-FINAL TO WS-CER-FINAL.
           MOVE WS-CER-INTERES-CUENTA TO WS-CER-INTERES.
           MOVE WS-CER-COMISION-CUENTA TO WS-CER-COMISION.
           WRITE LineaCertificado FROM WS-LINEA-CUENTA-CERT.

       AbrirCertificado.
           SET CERTIFICADO-ABIERTO TO TRUE.
           ADD 1 TO WS-CERTIFICADOS.
           MOVE "BANCO - CERTIFICADO ANUAL DE INTERESES Y COMISIONES"
               TO LineaCertificado.
           WRITE LineaCertificado.
           MOVE WS-EJERCICIO TO WS-CER-EJERCICIO.
           MOVE WS-FECHA-SISTEMA TO WS-CER-FECHA.
           WRITE LineaCertificado FROM WS-LINEA-EJERCICIO-CERT.
           MOVE SPACES TO LineaCertificado.
           WRITE LineaCertificado.
           MOVE NumeroCliente TO WS-CER-CLIENTE.
           MOVE NombreCliente TO WS-CER-NOMBRE.
           WRITE LineaCertificado FROM WS-LINEA-CLIENTE-CERT.
           MOVE Documento TO WS-CER-DOCUMENTO.
           MOVE Direccion TO WS-CER-DIRECCION.
           WRITE LineaCertificado FROM WS-LINEA-DOCUMENTO-CERT.
           MOVE SPACES TO LineaCertificado.
           WRITE LineaCertificado.
           WRITE LineaCertificado FROM WS-LINEA-TITULOS-CERT.

       CerrarCertificado.
           MOVE SPACES TO LineaCertificado.
           WRITE LineaCertificado.
           MOVE "INTERESES ACREDITADOS EN CUENTA" TO WS-CER-ETIQUETA.
           MOVE WS-CER-INTERES-CLIENTE TO WS-CER-IMPORTE.
           WRITE LineaCertificado FROM WS-LINEA-TOTAL-CERT.
           MOVE "INTERESES DE PLAZO FIJO" TO WS-CER-ETIQUETA.
           MOVE WS-CER-PLAZO-CLIENTE TO WS-CER-IMPORTE.
           WRITE LineaCertificado FROM WS-LINEA-TOTAL-CERT.
           MOVE "TOTAL INTERESES PAGADOS" TO WS-CER-ETIQUETA.
           COMPUTE WS-CER-IMPORTE =
               WS-CER-INTERES-CLIENTE + WS-CER-PLAZO-CLIENTE.
           WRITE LineaCertificado FROM WS-LINEA-TOTAL-CERT.
           MOVE "COMISIONES Y CARGOS COBRADOS" TO WS-CER-ETIQUETA.
           MOVE WS-CER-COMISION-CLIENTE TO WS-CER-IMPORTE.
           WRITE LineaCertificado FROM WS-LINEA-TOTAL-CERT.
           MOVE ALL "-" TO LineaCertificado.
           WRITE LineaCertificado.
           MOVE SPACES TO LineaCertificado.
           WRITE LineaCertificado.

           ADD WS-CER-INTERES-CLIENTE TO WS-CER-TOTAL-INTERES.
           ADD WS-CER-PLAZO-CLIENTE TO WS-CER-TOTAL-PLAZO.
           ADD WS-CER-COMISION-CLIENTE TO WS-CER-TOTAL-COMISION.

       EscribirControlCertificados.
           MOVE ZEROS TO WS-CER-CANT-CONTROL.
           MOVE ZEROS TO WS-CER-HASH-CONTROL.

           MOVE SPACES TO CabeceraControlCertif.
           MOVE "H" TO CRTC-TIPO.
           MOVE WS-EJERCICIO TO CRTC-EJERCICIO.
           MOVE WS-FECHA-SISTEMA TO CRTC-FECHA-PROCESO.
           MOVE WS-CERTIFICADOS TO CRTC-CERTIFICADOS.
           WRITE CabeceraControlCertif.

           MOVE "INT" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CER-TOTAL-INTERES TO WS-GL-MONTO.
           PERFORM EscribirConceptoCertificado.

           MOVE "IPF" TO WS-GL-CONCEPTO.
           MOVE "D" TO WS-GL-INDICADOR.
           MOVE WS-CER-TOTAL-PLAZO TO WS-GL-MONTO.
           PERFORM EscribirConceptoCertificado.

           MOVE "COM" TO WS-GL-CONCEPTO.
           MOVE "C" TO WS-GL-INDICADOR.
           MOVE WS-CER-TOTAL-COMISION TO WS-GL-MONTO.
           PERFORM EscribirConceptoCertificado.

           MOVE SPACES TO TotalesControlCertif.
           MOVE "F" TO CRTT-TIPO.
           MOVE WS-CER-CANT-CONTROL TO CRTT-CANTIDAD.
           MOVE WS-CER-HASH-CONTROL TO CRTT-HASH.
           WRITE TotalesControlCertif.

           DISPLAY "Ejercicio: ", WS-EJERCICIO.
           DISPLAY "Certificados emitidos: ", WS-CERTIFICADOS.
           DISPLAY "Cuentas certificadas: ", WS-CUENTAS-CERTIFICADAS.
           DISPLAY "Intereses en cuenta: ", WS-CER-TOTAL-INTERES.
           DISPLAY "Intereses plazo fijo: ", WS-CER-TOTAL-PLAZO.
           DISPLAY "Comisiones: ", WS-CER-TOTAL-COMISION.

       EscribirConceptoCertificado.
           IF WS-GL-MONTO < ZEROS
               COMPUTE WS-GL-MONTO = WS-GL-MONTO * -1
               IF WS-GL-INDICADOR = "C"
                   MOVE "D" TO WS-GL-INDICADOR
               ELSE
                   MOVE "C" TO WS-GL-INDICADOR
               END-IF
           END-IF.
           MOVE SPACES TO RegistroControlCertif.
           MOVE "D" TO CRT-TIPO.
           MOVE WS-EJERCICIO TO CRT-EJERCICIO.
           MOVE WS-GL-CONCEPTO TO CRT-CONCEPTO.
           MOVE WS-GL-INDICADOR TO CRT-INDICADOR.
           MOVE WS-GL-MONTO TO CRT-IMPORTE.
           WRITE RegistroControlCertif.
           ADD 1 TO WS-CER-CANT-CONTROL.
           ADD CRT-IMPORTE TO WS-CER-HASH-CONTROL.

       ProcesoFinDia.
           DISPLAY "-----FIN DE DIA-----".
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-HABIL.
           PERFORM SiguienteDiaHabil.
           IF WS-DIAS-HABIL = ZEROS
               DISPLAY "Fecha de negocio invalida: ", WS-FECHA-SISTEMA
               SET PASO-CON-ERROR TO TRUE
               MOVE "FECHA DE NEGOCIO INVALIDA" TO WS-RESULTADO-PASO
           ELSE
               MOVE "CAMBIO FECHA NEGOCIO" TO WS-ACCION
               MOVE "FECHA NEGOCIO" TO WS-NOMBRE-AUDITORIA
               MOVE ZEROS TO WS-SALDO-AUDITORIA
               MOVE SPACES TO WS-MOTIVO-AUDITORIA
               STRING "NUEVA FECHA " DELIMITED BY SIZE
                   WS-FECHA-HABIL DELIMITED BY SIZE
                   INTO WS-MOTIVO-AUDITORIA
               PERFORM GrabarAuditoriaSistema
               MOVE WS-FECHA-SISTEMA TO WS-FECHA-ANTERIOR
               MOVE WS-FECHA-HABIL TO WS-FECHA-SISTEMA
               PERFORM GrabarFechaNegocio
               MOVE SPACES TO WS-RESULTADO-PASO
               STRING "NUEVA FECHA DE NEGOCIO " DELIMITED BY SIZE
                   WS-FECHA-SISTEMA DELIMITED BY SIZE
                   INTO WS-RESULTADO-PASO
               DISPLAY "Fecha de negocio anterior: ", WS-FECHA-ANTERIOR
               DISPLAY "Nueva fecha de negocio: ", WS-FECHA-SISTEMA
           END-IF.

       EscribirConceptoGL.
           IF WS-GL-MONTO < ZEROS
           MOVE WS-GL-CONCEPTO TO GL-CONCEPTO.
           MOVE WS-GL-INDICADOR TO GL-INDICADOR.
           MOVE WS-GL-MONTO TO GL-IMPORTE.
           MOVE WS-GL-SUCURSAL TO GL-SUCURSAL.
           WRITE RegistroInterfazGL.
           ADD 1 TO WS-GL-CANTIDAD.
           ADD GL-IMPORTE TO WS-GL-HASH.
