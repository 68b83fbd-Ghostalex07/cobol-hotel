    SELECT OPTIONAL F-VIAJ ASSIGN TO "VIAJEROS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-AOP ASSIGN TO "OPERAUD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-COB ASSIGN TO "COBROS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-GLM ASSIGN TO "CONTAMAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-GLC ASSIGN TO "CONTACTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-GLX ASSIGN TO DYNAMIC CONTAB-NOMBRE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-CCO ASSIGN TO "COMCOND.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-COM ASSIGN TO "COMISION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-CPG ASSIGN TO DYNAMIC COMPAG-NOMBRE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-FUS ASSIGN TO "FUSIONES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-RGL ASSIGN TO "RGPD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-STK ASSIGN TO "STOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-MVS ASSIGN TO "MOVSTOCK.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-PAQ ASSIGN TO "PAQUETES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-JOB ASSIGN TO DYNAMIC LOTE-FICHA
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-LLG ASSIGN TO "LOTELOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-PLC ASSIGN TO "PLANTCOR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-COR ASSIGN TO DYNAMIC W-CO-FICHERO
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-CLG ASSIGN TO "CORRLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT OPTIONAL F-LIM ASSIGN TO "LIMCRED.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-WRK ASSIGN TO "TRABAJO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    SELECT F-PARTE ASSIGN TO DYNAMIC PARTE-NOMBRE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FS.
    05 FC-ACTIVO          PIC X(1).
    05 FC-FECHA-ALTA      PIC X(10).
    05 FC-OBSERVACIONES   PIC X(40).
    05 FC-PUBLI           PIC X(1).

FD  F-RES.
01  FR-REC.
    05 FR-NOCHES-TASA     PIC 9(5).
    05 FR-CTA-ID          PIC 9(3).
    05 FR-TIPO-HAB        PIC X(2).
    05 FR-PAQUETE         PIC X(4).
    05 FR-PAQ-SVC         PIC 9(8)V99.
    05 FR-LIMITE          PIC 9(8)V99.
    05 FR-LIM-ORIGEN      PIC X(1).
    05 FR-LIM-PAGADO      PIC 9(8)V99.

FD  F-SVC.
01  FS-REC.
    05 CM-FAC-NUM         PIC 9(7).
    05 CM-IMPORTE         PIC 9(8)V99.
    05 CM-SALDO           PIC S9(10)V99.
    05 CM-FORMA           PIC X(10).

FD  F-TEMP.
01  FT-REC.
    05 FI-BEB             PIC 9(2).
    05 FI-REG             PIC X(2).
    05 FI-NOTAS           PIC X(50).
    05 FI-PAQUETE         PIC X(4).

*> ----------------------------------------------------------------
*> CARGOS DEL TPV DE RESTAURANTE/BAR -- fichero que deposita la
01  RZ-REC.
    05 RZ-MOTIVO          PIC X(2).
    05 RZ-FECHA           PIC X(10).
    05 RZ-DATOS           PIC X(170).

*> ----------------------------------------------------------------
*> CONFIRMACIONES A CANALES -- respuesta de cada pasada de
*> OPERADORES -- personal de recepcion con clave de acceso. El
*> fichero se mantiene a mano (no hay pantalla de alta); si falta,
*> el arranque siembra los tres operadores de plantilla.
*> FOP-ROL: R=recepcionista  J=jefe de recepcion  A=administracion
*> (las filas antiguas sin rol se cargan como recepcionista).
*> ----------------------------------------------------------------
FD  F-OPE.
01  FOP-REC.
    05 FOP-NOMBRE         PIC X(22).
    05 FOP-CLAVE          PIC X(8).
    05 FOP-ACTIVO         PIC X(1).
    05 FOP-ROL            PIC X(1).

*> ----------------------------------------------------------------
*> REGISTRO DE AUDITORIA DE OPERADORES -- una linea por cada accion
*> sensible que exige autorizacion de supervisor (anulaciones,
*> abonos, tarifas, descuentos, condonaciones, bloqueos), tanto si
*> se autorizo como si se denego. Registro permanente de solo
*> anadir: a diferencia de DIARIO.DAT nunca se trunca.
*> AO-RESULT: A=autorizada  R=denegada
*> ----------------------------------------------------------------
FD  F-AOP.
01  AO-REC.
    05 AO-FECHA           PIC X(10).
    05 AO-HORA            PIC X(8).
    05 AO-OPER            PIC 9(3).
    05 AO-SUP             PIC 9(3).
    05 AO-ACCION          PIC X(8).
    05 AO-REF             PIC X(10).
    05 AO-ANTES           PIC X(30).
    05 AO-DESPUES         PIC X(30).
    05 AO-RESULT          PIC X(1).

*> ----------------------------------------------------------------
*> ARQUEOS DE CAJA POR TURNO -- un apunte por cada cierre de turno
    05 VJ-DOC             PIC X(15).
    05 VJ-NACIONALIDAD    PIC X(22).
    05 VJ-NACIMIENTO      PIC X(10).
    05 VJ-CLI-ID          PIC 9(5).

*> ----------------------------------------------------------------
*> LIBRO DE COBROS DE MOSTRADOR -- un apunte por cada entrada o
*> salida de dinero de una reserva, con su forma de pago, en el
*> momento en que ocurre. R-PAGADO solo guarda el acumulado y la
*> fecha del ultimo cobro; este libro conserva cada movimiento para
*> que la interfaz contable pueda rehacer cualquier dia. Registro
*> de solo anadir, igual que F-PUNTOS.
*> CB-TIPO: A=anticipo/deposito (reserva aun no cerrada)
*>          C=cobro de estancia cerrada
*>          R=aplicacion de anticipos al cerrar o cancelar
*>          D=devolucion al cliente
*> ----------------------------------------------------------------
FD  F-COB.
01  CB-REC.
    05 CB-FECHA           PIC X(10).
    05 CB-RES-ID          PIC 9(5).
    05 CB-TIPO            PIC X(1).
    05 CB-FORMA           PIC X(10).
    05 CB-IMPORTE         PIC 9(8)V99.
    05 CB-OPER            PIC 9(3).

*> ----------------------------------------------------------------
*> MAPA DE CUENTAS CONTABLES -- traduce cada concepto de la
*> interfaz contable (y, si hace falta, cada forma de pago) a la
*> cuenta del plan contable del hotel. Se mantiene desde el menu de
*> caja o a mano; si falta, el arranque siembra el mapa por defecto.
*> FGM-FORMA: EF/TC/TR/DB/CREDITO, o "*" = cualquier forma de pago.
*> ----------------------------------------------------------------
FD  F-GLM.
01  FGM-REC.
    05 FGM-EVENTO         PIC X(8).
    05 FGM-FORMA          PIC X(7).
    05 FGM-CUENTA         PIC X(10).
    05 FGM-DESC           PIC X(30).

*> ----------------------------------------------------------------
*> CONTROL DE EXPORTACIONES CONTABLES -- una linea por cada dia
*> enviado a contabilidad; impide exportar dos veces el mismo dia
*> salvo reexportacion expresa (GC-TIPO R). Solo anadir.
*> GC-TIPO: E=exportacion del cierre  R=reexportacion autorizada
*> ----------------------------------------------------------------
FD  F-GLC.
01  GC-REC.
    05 GC-FECHA           PIC X(10).
    05 GC-FECHA-PROC      PIC X(10).
    05 GC-HORA            PIC X(8).
    05 GC-OPER            PIC 9(3).
    05 GC-TIPO            PIC X(1).
    05 GC-LINEAS          PIC 9(5).
    05 GC-IMPORTE         PIC 9(10)V99.

*> ----------------------------------------------------------------
*> FICHERO DE ASIENTOS PARA CONTABILIDAD -- uno por dia de trabajo
*> (ASIENTOS-AAAA-MM-DD.DAT), una linea por apunte de partida doble;
*> cada asiento (GX-ASIENTO) cuadra debe con haber.
*> GX-DH: D=debe  H=haber
*> ----------------------------------------------------------------
FD  F-GLX.
01  GX-REC.
    05 GX-FECHA           PIC X(10).
    05 GX-ASIENTO         PIC 9(5).
    05 GX-CUENTA          PIC X(10).
    05 GX-DH              PIC X(1).
    05 GX-IMPORTE         PIC 9(10)V99.
    05 GX-DOC             PIC X(10).
    05 GX-CONCEPTO        PIC X(30).

*> ----------------------------------------------------------------
*> CONDICIONES DE COMISION -- un contrato por agencia u OTA. Se
*> aplica a la reserva el contrato de su cuenta de credito
*> (FCC-CTA-ID = R-CTA-ID) y, si no hay, el de su canal de venta
*> (FCC-CTA-ID = 0 y FCC-CANAL = R-CANAL).
*> FCC-BASE:    H=sobre alojamiento  T=sobre el total sin IVA
*> FCC-REGIMEN: S=el suplemento de regimen comisiona  N=no
*> FCC-NOSHOW / FCC-CANCEL: que se paga si la reserva no se
*>   presenta o se cancela: N=nada  P=% sobre lo retenido al
*>   cliente  C=comision completa como si hubiera venido
*> ----------------------------------------------------------------
FD  F-CCO.
01  FCC-REC.
    05 FCC-ID             PIC 9(3).
    05 FCC-NOMBRE         PIC X(30).
    05 FCC-CANAL          PIC X(10).
    05 FCC-CTA-ID         PIC 9(3).
    05 FCC-PCT            PIC 9(2)V99.
    05 FCC-BASE           PIC X(1).
    05 FCC-REGIMEN        PIC X(1).
    05 FCC-NOSHOW         PIC X(1).
    05 FCC-CANCEL         PIC X(1).
    05 FCC-ACTIVO         PIC X(1).

*> ----------------------------------------------------------------
*> LIBRO DE COMISIONES -- solo anadir. Un devengo (D) por reserva
*> comisionable al pasar al historico; un pago (P) por contrato y
*> mes cuando administracion liquida lo pendiente de ese mes.
*> CMS-MES: mes al que pertenece el devengo (o el mes que se paga)
*> CMS-ESTADO: estado de la reserva al devengar (C/N/X)
*> ----------------------------------------------------------------
FD  F-COM.
01  CMS-REC.
    05 CMS-TIPO           PIC X(1).
    05 CMS-FECHA          PIC X(10).
    05 CMS-MES            PIC X(7).
    05 CMS-CONTRATO       PIC 9(3).
    05 CMS-RES-ID         PIC 9(5).
    05 CMS-ESTADO         PIC X(1).
    05 CMS-BASE           PIC 9(8)V99.
    05 CMS-PCT            PIC 9(2)V99.
    05 CMS-IMPORTE        PIC 9(8)V99.
    05 CMS-OPER           PIC 9(3).

*> ----------------------------------------------------------------
*> FICHERO DE PAGOS DE COMISIONES PARA ADMINISTRACION -- uno por
*> mes (PAGOCOM-AAAA-MM.DAT), una linea por agencia con comision
*> pendiente de ese mes y su posicion neta frente a lo que la
*> agencia debe al hotel en su cuenta de credito.
*> CPG-NETO > 0: la agencia debe al hotel; < 0: el hotel le debe
*> ----------------------------------------------------------------
FD  F-CPG.
01  CPG-REC.
    05 CPG-MES            PIC X(7).
    05 CPG-CONTRATO       PIC 9(3).
    05 CPG-NOMBRE         PIC X(30).
    05 CPG-CTA-ID         PIC 9(3).
    05 CPG-IMPORTE        PIC 9(8)V99.
    05 CPG-DEUDA-CTA      PIC S9(10)V99.
    05 CPG-NETO           PIC S9(10)V99.

*> ----------------------------------------------------------------
*> REGISTRO DE FUSIONES DE CLIENTES -- solo anadir. Una linea por
*> cada ficha duplicada absorbida en otra: quien la hizo y quien la
*> autorizo, los datos de la ficha absorbida y cuanto se movio.
*> ----------------------------------------------------------------
FD  F-FUS.
01  FU-REC.
    05 FU-FECHA           PIC X(10).
    05 FU-HORA            PIC X(8).
    05 FU-OPER            PIC 9(3).
    05 FU-SUP             PIC 9(3).
    05 FU-DESTINO         PIC 9(5).
    05 FU-ORIGEN          PIC 9(5).
    05 FU-NOMBRE-ORIG     PIC X(50).
    05 FU-DOC-ORIG        PIC X(15).
    05 FU-EMAIL-ORIG      PIC X(40).
    05 FU-N-RES           PIC 9(4).
    05 FU-N-HIST          PIC 9(5).
    05 FU-N-PUNTOS        PIC 9(5).
    05 FU-N-VIAJ          PIC 9(5).
    05 FU-N-ESP           PIC 9(3).
    05 FU-PUNTOS          PIC 9(7).
    05 FU-ESTANCIAS       PIC 9(4).
    05 FU-GASTO           PIC 9(10)V99.
    05 FU-NOCHES          PIC 9(5).

*> ----------------------------------------------------------------
*> REGISTRO DE PROTECCION DE DATOS -- solo anadir. Una linea por
*> cada dato personal anonimizado (por caducar su plazo de
*> conservacion o por supresion a peticion del cliente), por cada
*> supresion denegada y por cada informe de acceso entregado.
*> RGL-TIPO: R=conservacion  S=supresion  D=supresion denegada
*>           A=informe de acceso
*>           C=cambio del consentimiento comercial
*> ----------------------------------------------------------------
FD  F-RGL.
01  RGL-REC.
    05 RGL-FECHA          PIC X(10).
    05 RGL-HORA           PIC X(8).
    05 RGL-OPER           PIC 9(3).
    05 RGL-SUP            PIC 9(3).
    05 RGL-TIPO           PIC X(1).
    05 RGL-FICHERO        PIC X(8).
    05 RGL-CLAVE          PIC X(10).
    05 RGL-CLI-ID         PIC 9(5).
    05 RGL-DETALLE        PIC X(40).

*> ----------------------------------------------------------------
*> EXISTENCIAS DE ALMACEN -- una fila por almacen y articulo del
*> catalogo con control de stock. Almacen 000 = almacen central;
*> cualquier otro = minibar de esa habitacion. Mismo esquema de
*> persistencia que COMCOND.DAT (tabla en memoria, regrabada
*> entera tras cada operacion; sembrada si falta).
*> FST-MINIMO  : punto de pedido (central) / de reposicion (minibar)
*> FST-DOTACION: nivel al que se repone o se pide
*> ----------------------------------------------------------------
FD  F-STK.
01  FST-REC.
    05 FST-ALM            PIC 9(3).
    05 FST-COD            PIC X(2).
    05 FST-EXIST          PIC S9(5).
    05 FST-MINIMO         PIC 9(5).
    05 FST-DOTACION       PIC 9(5).

*> ----------------------------------------------------------------
*> MOVIMIENTOS DE ALMACEN -- solo anadir, un apunte por cada
*> entrada o salida de existencias, con la existencia resultante.
*> MV-TIPO: V=cargo a huesped  A=anulacion de cargo
*>          E=entrada de mercancia  R=reposicion de minibar
*>          I=ajuste por recuento fisico
*> ----------------------------------------------------------------
FD  F-MVS.
01  MV-REC.
    05 MV-FECHA           PIC X(10).
    05 MV-HORA            PIC X(8).
    05 MV-TIPO            PIC X(1).
    05 MV-ALM             PIC 9(3).
    05 MV-COD             PIC X(2).
    05 MV-CANT            PIC S9(5).
    05 MV-EXIST           PIC S9(5).
    05 MV-REF             PIC X(10).
    05 MV-OPER            PIC 9(3).

*> ----------------------------------------------------------------
*> PAQUETES -- tarifas cerradas que incluyen alojamiento y servicios
*> del catalogo TBL-CAT. Mismo esquema de persistencia que
*> COMCOND.DAT (tabla en memoria regrabada entera; sembrada si
*> falta).
*> FPQ-BASE : N=precio por noche  E=precio por estancia
*> FPQ-L-FREC: E=una vez por estancia  N=cada noche
*>             P=una vez por persona (adultos + ninos)
*> ----------------------------------------------------------------
FD  F-PAQ.
01  FPQ-REC.
    05 FPQ-COD            PIC X(4).
    05 FPQ-NOMBRE         PIC X(30).
    05 FPQ-BASE           PIC X(1).
    05 FPQ-PRECIO         PIC 9(6)V99.
    05 FPQ-ACTIVO         PIC X(1).
    05 FPQ-LIN OCCURS 6 TIMES.
       10 FPQ-L-COD       PIC X(2).
       10 FPQ-L-CANT      PIC 9(2).
       10 FPQ-L-FREC      PIC X(1).

*> ----------------------------------------------------------------
*> FICHA DE TRABAJO DE LA EJECUCION DESATENDIDA -- texto libre, una
*> sentencia por linea empezando en la columna 1 (el nombre del
*> fichero llega por la linea de mandato: hotel LOTE <ficha>):
*>   *                comentario
*>   TRABAJO  nombre  nombre del trabajo (8 posiciones)
*>   OPERADOR nnn     operador activo que firma lo que se haga
*>   PASO     codigo  un paso por linea, en el orden de ejecucion:
*>                    IMPRES    importar INTFRES.DAT
*>                    IMPTPV    importar POSCARGOS.DAT
*>                    AUDITORIA auditoria nocturna y cambio de dia
*>                    DISPON    exportar DISPON.DAT
*>                    CORREO    correspondencia a huespedes del dia
*>                    PREVISION informe de prevision a 30 dias
*>                    CAJA      cierre de caja del dia
*>                    EJECUTIVO informe ejecutivo
*> ----------------------------------------------------------------
FD  F-JOB.
01  JC-REC                PIC X(80).

*> ----------------------------------------------------------------
*> REGISTRO DE EJECUCIONES DESATENDIDAS -- solo anadir. Cada
*> ejecucion (LL-EJEC) deja una linea de inicio I (o R si reanuda
*> una anterior que no termino bien), una P por paso con horas,
*> codigo de terminacion y contadores, y una F de fin con el codigo
*> mas alto. Es tambien el control de reanudacion: una ejecucion
*> sin F correcta se reanuda en el primer paso no completado.
*> LL-RC: 00 correcto  04 correcto con avisos (rechazos,
*>        descuadres)  08 error, se detiene  12 ficha invalida
*> ----------------------------------------------------------------
FD  F-LLG.
01  LL-REC.
    05 LL-TRABAJO         PIC X(8).
    05 LL-EJEC            PIC 9(5).
    05 LL-TIPO            PIC X(1).
    05 LL-PASO            PIC 9(2).
    05 LL-COD             PIC X(10).
    05 LL-FECHA           PIC X(10).
    05 LL-INICIO          PIC X(8).
    05 LL-FIN             PIC X(8).
    05 LL-RC              PIC 9(2).
    05 LL-LEIDOS          PIC 9(6).
    05 LL-GRABADOS        PIC 9(6).
    05 LL-RECHAZOS        PIC 9(6).
    05 LL-OPER            PIC 9(3).
    05 LL-TEXTO           PIC X(40).

*> ----------------------------------------------------------------
*> PLANTILLAS DE CORRESPONDENCIA -- los textos de cada carta en cada
*> idioma. Mismo esquema que PAQUETES.DAT (tabla en memoria
*> regrabada entera; sembrada si falta).
*> FPL-TIPO  : L=carta previa a la llegada  G=agradecimiento
*> FPL-IDIOMA: ES EN FR DE
*> ----------------------------------------------------------------
FD  F-PLC.
01  FPL-REC.
    05 FPL-TIPO           PIC X(1).
    05 FPL-IDIOMA         PIC X(2).
    05 FPL-ASUNTO         PIC X(60).
    05 FPL-SALUDO         PIC X(20).
    05 FPL-TEXTO1         PIC X(80).
    05 FPL-TEXTO2         PIC X(80).
    05 FPL-DESPEDIDA      PIC X(40).

*> ----------------------------------------------------------------
*> EXTRACTO DE CORRESPONDENCIA CORREO-AAAA-MM-DD.DAT -- entrada de
*> la herramienta de envio de correo, un registro por mensaje, con
*> los textos de la plantilla ya en el idioma del cliente y los
*> datos que muestra la carta. Si se genera otra vez el mismo dia
*> solo se anaden los mensajes nuevos.
*> CR-CLASE   : T=transaccional  M=comercial (con consentimiento)
*> CR-DEPOSITO: deposito aun pendiente de pago (cartas L)
*> CR-FECHA-CANC: ultimo dia de cancelacion sin gastos (cartas L)
*> CR-PUNTOS/CR-CATEGORIA: saldo y categoria (cartas G)
*> ----------------------------------------------------------------
FD  F-COR.
01  CR-REC.
    05 CR-TIPO            PIC X(1).
    05 CR-CLASE           PIC X(1).
    05 CR-IDIOMA          PIC X(2).
    05 CR-CLI-ID          PIC 9(5).
    05 CR-NOMBRE          PIC X(50).
    05 CR-EMAIL           PIC X(40).
    05 CR-RES-ID          PIC 9(5).
    05 CR-HAB             PIC 9(3).
    05 CR-TIPO-HAB        PIC X(20).
    05 CR-ENTRADA         PIC X(10).
    05 CR-SALIDA          PIC X(10).
    05 CR-NOCHES          PIC 9(3).
    05 CR-TOTAL           PIC 9(8)V99.
    05 CR-DEPOSITO        PIC 9(8)V99.
    05 CR-FECHA-CANC      PIC X(10).
    05 CR-PUNTOS          PIC 9(7).
    05 CR-CATEGORIA       PIC X(10).
    05 CR-ASUNTO          PIC X(60).
    05 CR-SALUDO          PIC X(20).
    05 CR-TEXTO1          PIC X(80).
    05 CR-TEXTO2          PIC X(80).
    05 CR-DESPEDIDA       PIC X(40).

*> ----------------------------------------------------------------
*> REGISTRO DE CORRESPONDENCIA -- solo anadir, una linea por mensaje
*> extraido. Es el control de no repeticion: cada tipo de carta sale
*> una sola vez por reserva (la clave es la reserva, asi sigue
*> valiendo despues de fusionar fichas de cliente).
*> ----------------------------------------------------------------
FD  F-CLG.
01  CL-REC.
    05 CL-FECHA           PIC X(10).
    05 CL-TIPO            PIC X(1).
    05 CL-RES-ID          PIC 9(5).
    05 CL-CLI-ID          PIC 9(5).
    05 CL-IDIOMA          PIC X(2).
    05 CL-CLASE           PIC X(1).
    05 CL-OPER            PIC 9(3).

*> ----------------------------------------------------------------
*> MOVIMIENTOS DEL LIMITE DE CREDITO DE LOS ALOJADOS -- solo anadir.
*> Tipo: T preautorizacion en la entrada, D deposito en la entrada,
*> C limite por categoria, A nueva preautorizacion, P pago a cuenta.
*> ----------------------------------------------------------------
FD  F-LIM.
01  LM-REC.
    05 LM-FECHA           PIC X(10).
    05 LM-RES-ID          PIC 9(5).
    05 LM-TIPO            PIC X(1).
    05 LM-IMPORTE         PIC 9(8)V99.
    05 LM-AUTORIZ         PIC X(10).
    05 LM-LIMITE          PIC 9(8)V99.
    05 LM-OPER            PIC 9(3).

*> ----------------------------------------------------------------
*> FICHERO DE TRABAJO -- copia intermedia para reescribir un
*> fichero secuencial entero (historico, puntos, viajeros) cuando
*> hay que corregir filas ya grabadas.
*> ----------------------------------------------------------------
FD  F-WRK.
01  WK-REC                PIC X(600).

*> ----------------------------------------------------------------
*> PARTE DE VIAJEROS -- fichero de texto diario para la autoridad,
    05 RH-NOCHES-TASA     PIC 9(5).
    05 RH-CTA-ID          PIC 9(3).
    05 RH-TIPO-HAB        PIC X(2).
    05 RH-PAQUETE         PIC X(4).
    05 RH-PAQ-SVC         PIC 9(8)V99.
    05 RH-LIMITE          PIC 9(8)V99.
    05 RH-LIM-ORIGEN      PIC X(1).
    05 RH-LIM-PAGADO      PIC 9(8)V99.

WORKING-STORAGE SECTION.

01 CFG-MAX-ESP           PIC 9(2)    VALUE 40.
01 CFG-MAX-PAR           PIC 9(3)    VALUE 200.
01 CFG-MAX-OPE           PIC 9(2)    VALUE 10.
01 CFG-MAX-GLM           PIC 9(2)    VALUE 40.
01 CFG-MAX-GL            PIC 9(4)    VALUE 2000.
01 CFG-MAX-CCO           PIC 9(2)    VALUE 30.
01 CFG-MAX-STK           PIC 9(3)    VALUE 120.
01 CFG-MAX-PAQ           PIC 9(2)    VALUE 20.
01 CFG-MAX-PLC           PIC 9(2)    VALUE 20.
01 CFG-MAX-CQ            PIC 9(3)    VALUE 300.
01 CFG-MAX-RGR           PIC 9(4)    VALUE 1000.

*> ---------------------------------------------------------------
*> TABLA HABITACIONES
      10 C-ACTIVO          PIC X(1)      VALUE "S".
      10 C-FECHA-ALTA      PIC X(10)     VALUE SPACES.
      10 C-OBSERVACIONES   PIC X(40)     VALUE SPACES.
*>       consentimiento para comunicaciones comerciales (S/N)
      10 C-PUBLI           PIC X(1)      VALUE "N".

*> ---------------------------------------------------------------
*> TABLA RESERVAS
      10 R-NOCHES-TASA     PIC 9(5)      VALUE ZEROS.
      10 R-CTA-ID          PIC 9(3)      VALUE ZEROS.
      10 R-TIPO-HAB        PIC X(2)      VALUE SPACES.
*>       paquete contratado y parte de su precio que corresponde a
*>       los servicios incluidos (va dentro de R-IMPORTE-SVC)
      10 R-PAQUETE         PIC X(4)      VALUE SPACES.
      10 R-PAQ-SVC         PIC 9(8)V99   VALUE ZEROS.
*>       limite de credito del alojado: tope del saldo abierto, su
*>       origen (T tarjeta, D deposito, C categoria) y lo pagado al
*>       fijarlo en la entrada (para ver si ha pagado algo despues)
      10 R-LIMITE          PIC 9(8)V99   VALUE ZEROS.
      10 R-LIM-ORIGEN      PIC X(1)      VALUE SPACES.
      10 R-LIM-PAGADO      PIC 9(8)V99   VALUE ZEROS.

*> ---------------------------------------------------------------
*> TABLA SERVICIOS

*> ---------------------------------------------------------------
*> CATALOGO SERVICIOS
*> K-STOCK: M=se sirve del minibar de la habitacion
*>          C=se sirve del almacen central  espacio=sin existencias
*> K-DOTACION: unidades con que se repone cada minibar
*> ---------------------------------------------------------------
01 TBL-CAT.
   05 K OCCURS 14 TIMES.
      10 K-NOMBRE          PIC X(28)     VALUE SPACES.
      10 K-PRECIO          PIC 9(5)V99   VALUE ZEROS.
      10 K-UNIDAD          PIC X(12)     VALUE SPACES.
      10 K-STOCK           PIC X(1)      VALUE SPACE.
      10 K-DOTACION        PIC 9(2)      VALUE ZEROS.

*> ---------------------------------------------------------------
*> CALENDARIO DE TEMPORADAS -- tarifa dinamica por tipo de habitacion
      10 OP-NOMBRE         PIC X(22)     VALUE SPACES.
      10 OP-CLAVE          PIC X(8)      VALUE SPACES.
      10 OP-ACTIVO         PIC X(1)      VALUE "S".
      10 OP-ROL            PIC X(1)      VALUE "R".

*> ---------------------------------------------------------------
*> MAPA DE CUENTAS CONTABLES (cargado de CONTAMAP.DAT)
*> ---------------------------------------------------------------
01 TBL-GLM.
   05 GM OCCURS 40 TIMES.
      10 GM-EVENTO         PIC X(8)      VALUE SPACES.
      10 GM-FORMA          PIC X(7)      VALUE SPACES.
      10 GM-CUENTA         PIC X(10)     VALUE SPACES.
      10 GM-DESC           PIC X(30)     VALUE SPACES.

*> ---------------------------------------------------------------
*> APUNTES CONTABLES DEL DIA (se montan enteros en memoria y solo
*> se escriben si el dia cuadra)
*> ---------------------------------------------------------------
01 TBL-GL.
   05 GL OCCURS 2000 TIMES.
      10 GL-ASIENTO        PIC 9(5)      VALUE ZEROS.
      10 GL-EVENTO         PIC X(8)      VALUE SPACES.
      10 GL-FORMA          PIC X(7)      VALUE SPACES.
      10 GL-CUENTA         PIC X(10)     VALUE SPACES.
      10 GL-DH             PIC X(1)      VALUE SPACES.
      10 GL-IMPORTE        PIC 9(10)V99  VALUE ZEROS.
      10 GL-DOC            PIC X(10)     VALUE SPACES.
      10 GL-CONCEPTO       PIC X(30)     VALUE SPACES.

*> ---------------------------------------------------------------
*> CONDICIONES DE COMISION DE AGENCIAS / OTAS (de COMCOND.DAT)
*> ---------------------------------------------------------------
01 TBL-CCO.
   05 CC OCCURS 30 TIMES.
      10 CC-ID             PIC 9(3)      VALUE ZEROS.
      10 CC-NOMBRE         PIC X(30)     VALUE SPACES.
      10 CC-CANAL          PIC X(10)     VALUE SPACES.
      10 CC-CTA-ID         PIC 9(3)      VALUE ZEROS.
      10 CC-PCT            PIC 9(2)V99   VALUE ZEROS.
      10 CC-BASE           PIC X(1)      VALUE "H".
      10 CC-REGIMEN        PIC X(1)      VALUE "N".
      10 CC-NOSHOW         PIC X(1)      VALUE "N".
      10 CC-CANCEL         PIC X(1)      VALUE "N".
      10 CC-ACTIVO         PIC X(1)      VALUE "S".

*> ---------------------------------------------------------------
*> EXISTENCIAS POR ALMACEN (de STOCK.DAT); ST-ALM 000 = central
*> ST-CONTADO solo se usa durante un recuento fisico
*> ---------------------------------------------------------------
01 TBL-STK.
   05 ST OCCURS 120 TIMES.
      10 ST-ALM            PIC 9(3)      VALUE ZEROS.
      10 ST-COD            PIC X(2)      VALUE SPACES.
      10 ST-EXIST          PIC S9(5)     VALUE ZEROS.
      10 ST-MINIMO         PIC 9(5)      VALUE ZEROS.
      10 ST-DOTACION       PIC 9(5)      VALUE ZEROS.
      10 ST-CONTADO        PIC 9(5)      VALUE ZEROS.

*> ---------------------------------------------------------------
*> PAQUETES (de PAQUETES.DAT)
*> PQ-V-*: acumulados del informe de ventas, no se graban
*> ---------------------------------------------------------------
01 TBL-PAQ.
   05 PQ OCCURS 20 TIMES.
      10 PQ-COD            PIC X(4)      VALUE SPACES.
      10 PQ-NOMBRE         PIC X(30)     VALUE SPACES.
      10 PQ-BASE           PIC X(1)      VALUE "E".
      10 PQ-PRECIO         PIC 9(6)V99   VALUE ZEROS.
      10 PQ-ACTIVO         PIC X(1)      VALUE "S".
      10 PQ-LIN OCCURS 6 TIMES.
         15 PQ-L-COD       PIC X(2)      VALUE SPACES.
         15 PQ-L-CANT      PIC 9(2)      VALUE ZEROS.
         15 PQ-L-FREC      PIC X(1)      VALUE SPACES.
      10 PQ-V-RES          PIC 9(4)      VALUE ZEROS.
      10 PQ-V-NOC          PIC 9(5)      VALUE ZEROS.
      10 PQ-V-ALOJ         PIC 9(8)V99   VALUE ZEROS.
      10 PQ-V-SVC          PIC 9(8)V99   VALUE ZEROS.

*> ---------------------------------------------------------------
*> PLANTILLAS DE CORRESPONDENCIA (de PLANTCOR.DAT)
*> ---------------------------------------------------------------
01 TBL-PLC.
   05 PL OCCURS 20 TIMES.
      10 PL-TIPO           PIC X(1)      VALUE SPACES.
      10 PL-IDIOMA         PIC X(2)      VALUE SPACES.
      10 PL-ASUNTO         PIC X(60)     VALUE SPACES.
      10 PL-SALUDO         PIC X(20)     VALUE SPACES.
      10 PL-TEXTO1         PIC X(80)     VALUE SPACES.
      10 PL-TEXTO2         PIC X(80)     VALUE SPACES.
      10 PL-DESPEDIDA      PIC X(40)     VALUE SPACES.

*> ---------------------------------------------------------------
*> MENSAJES CANDIDATOS DE LA CORRESPONDENCIA DEL DIA (no se graba)
*> CQ-ENVIAR: S=pendiente  N=ya enviado antes (CORRLOG.DAT)
*> ---------------------------------------------------------------
01 TBL-CORR.
   05 CQ OCCURS 300 TIMES.
      10 CQ-TIPO           PIC X(1)      VALUE SPACES.
      10 CQ-RES-ID         PIC 9(5)      VALUE ZEROS.
      10 CQ-CLI-ID         PIC 9(5)      VALUE ZEROS.
      10 CQ-HAB            PIC 9(3)      VALUE ZEROS.
      10 CQ-TIPO-HAB       PIC X(2)      VALUE SPACES.
      10 CQ-ENTRADA        PIC X(10)     VALUE SPACES.
      10 CQ-SALIDA         PIC X(10)     VALUE SPACES.
      10 CQ-NOCHES         PIC 9(3)      VALUE ZEROS.
      10 CQ-TOTAL          PIC 9(8)V99   VALUE ZEROS.
      10 CQ-DEPOSITO       PIC 9(8)V99   VALUE ZEROS.
      10 CQ-ENVIAR         PIC X(1)      VALUE SPACES.

*> ---------------------------------------------------------------
*> LISTA DE ESPERA
01 G-N-PAR               PIC 9(3)    VALUE ZEROS.
01 G-N-CTA               PIC 9(3)    VALUE ZEROS.
01 G-ID-CTA              PIC 9(3)    VALUE 100.
01 G-N-GLM               PIC 9(2)    VALUE ZEROS.
01 G-N-CCO               PIC 9(2)    VALUE ZEROS.
01 G-ID-CCO              PIC 9(3)    VALUE ZEROS.
01 G-N-STK               PIC 9(3)    VALUE ZEROS.
01 G-N-PAQ               PIC 9(2)    VALUE ZEROS.
01 G-N-PLC               PIC 9(2)    VALUE ZEROS.

*> ---------------------------------------------------------------
*> SESION
01 NR-CAN                PIC X(10)   VALUE SPACES.
01 NR-NUM-GRUPO          PIC 9(2)    VALUE ZEROS.
01 NR-TIPO               PIC X(2)    VALUE SPACES.
01 NR-PAQ                PIC X(4)    VALUE SPACES.

*> disponibilidad a nivel de tipo de habitacion
01 W-TIPO-LIBRES         PIC 9(3)    VALUE ZEROS.
01 SPOOL-TITULO          PIC X(40)   VALUE SPACES.
01 SPOOL-LINEAS          PIC 9(3)    VALUE ZEROS.
01 SPOOL-PAG             PIC 9(3)    VALUE ZEROS.
01 SPOOL-TOTAL           PIC 9(5)    VALUE ZEROS.
01 W-LIN                 PIC X(80)   VALUE SPACES.
01 D-PAG                 PIC ZZ9.

01 W-DIA-CLAVE            PIC 9(5)    VALUE ZEROS.
01 W-DIA-CNT              PIC 9(5)    VALUE ZEROS.

*> libro de cobros de mostrador
01 W-CB-TIPO             PIC X(1)    VALUE SPACES.
01 W-CB-FORMA            PIC X(10)   VALUE SPACES.
01 W-CB-IMP              PIC 9(8)V99 VALUE ZEROS.
01 W-CTM-FORMA           PIC X(10)   VALUE SPACES.

*> interfaz contable: montaje y exportacion de asientos del dia
01 CONTAB-NOMBRE         PIC X(30)   VALUE SPACES.
01 W-GL-FECHA            PIC X(10)   VALUE SPACES.
01 W-GL-REEXP            PIC X(1)    VALUE "N".
01 W-GL-N                PIC 9(4)    VALUE ZEROS.
01 W-GL-ASI              PIC 9(5)    VALUE ZEROS.
01 W-GL-EXC              PIC 9(4)    VALUE ZEROS.
01 W-GL-LLENO            PIC X(1)    VALUE "N".
01 W-GL-DEBE             PIC 9(12)V99 VALUE ZEROS.
01 W-GL-HABER            PIC 9(12)V99 VALUE ZEROS.
01 W-GL-EVENTO           PIC X(8)    VALUE SPACES.
01 W-GL-FORMA            PIC X(7)    VALUE SPACES.
01 W-GL-DH               PIC X(1)    VALUE SPACES.
01 W-GL-IMP              PIC 9(10)V99 VALUE ZEROS.
01 W-GL-DOC              PIC X(10)   VALUE SPACES.
01 W-GL-CONC             PIC X(30)   VALUE SPACES.
01 W-GL-ALOJ             PIC 9(10)V99 VALUE ZEROS.
01 W-GL-SVC              PIC 9(10)V99 VALUE ZEROS.
01 W-GL-IVA              PIC 9(10)V99 VALUE ZEROS.
01 W-GL-TASA             PIC 9(10)V99 VALUE ZEROS.
01 W-GL-BASE             PIC 9(10)V99 VALUE ZEROS.
01 W-GL-ABS              PIC 9(10)V99 VALUE ZEROS.
01 W-GL-YA               PIC X(1)    VALUE "N".
01 W-IDX-GM              PIC 9(2)    VALUE ZEROS.
01 W-IDX-GL              PIC 9(4)    VALUE ZEROS.

*> deteccion de clientes duplicados y fusion de fichas
01 W-DUP-DOC             PIC X(15)   VALUE SPACES.
01 W-DUP-EML             PIC X(40)   VALUE SPACES.
01 W-DUP-TEL             PIC X(14)   VALUE SPACES.
01 W-DUP-NOM             PIC X(50)   VALUE SPACES.
01 W-DUP-MOT             PIC X(30)   VALUE SPACES.
01 W-DUP-PTR             PIC 9(2)    VALUE ZEROS.
01 W-DUP-K               PIC 9(3)    VALUE ZEROS.
01 W-DUP-EXCL            PIC 9(5)    VALUE ZEROS.
01 W-DUP-CNT             PIC 9(4)    VALUE ZEROS.
01 W-DUP-PRIMERO         PIC 9(5)    VALUE ZEROS.
01 W-DUP-CLAVE           PIC X(12)   VALUE SPACES.
01 W-DUP-CLAVE-C         PIC X(12)   VALUE SPACES.
01 W-DUP-I               PIC 9(2)    VALUE ZEROS.
01 W-DUP-L               PIC 9(2)    VALUE ZEROS.
01 W-FUS-DESTINO         PIC 9(5)    VALUE ZEROS.
01 W-FUS-ORIGEN          PIC 9(5)    VALUE ZEROS.
01 W-FUS-IDX-D           PIC 9(3)    VALUE ZEROS.
01 W-FUS-IDX-O           PIC 9(3)    VALUE ZEROS.
01 W-FUS-N-RES           PIC 9(4)    VALUE ZEROS.
01 W-FUS-N-HIST          PIC 9(5)    VALUE ZEROS.
01 W-FUS-N-PUNTOS        PIC 9(5)    VALUE ZEROS.
01 W-FUS-N-VIAJ          PIC 9(5)    VALUE ZEROS.
01 W-FUS-N-ESP           PIC 9(3)    VALUE ZEROS.

*> proteccion de datos: plazos de conservacion y anonimizacion
01 RGPD-MARCA            PIC X(11)   VALUE "ANONIMIZADO".
01 W-RG-CORTE-VIA        PIC X(10)   VALUE SPACES.
01 W-RG-CORTE-CLI        PIC X(10)   VALUE SPACES.
01 W-RG-CORTE-HIS        PIC X(10)   VALUE SPACES.
01 W-RG-CORTE-ESP        PIC X(10)   VALUE SPACES.
01 W-RG-CORTE            PIC X(10)   VALUE SPACES.
01 W-RG-ANIO             PIC 9(4)    VALUE ZEROS.
01 W-RG-ANIOS            PIC 9(3)    VALUE ZEROS.
01 W-RG-TIPO             PIC X(1)    VALUE SPACES.
01 W-RG-CLI-ID           PIC 9(5)    VALUE ZEROS.
01 W-RG-IDX              PIC 9(3)    VALUE ZEROS.
01 W-RG-DOC              PIC X(15)   VALUE SPACES.
01 W-RG-FICH             PIC X(8)    VALUE SPACES.
01 W-RG-CLAVE            PIC X(10)   VALUE SPACES.
01 W-RG-LOG-CLI          PIC 9(5)    VALUE ZEROS.
01 W-RG-DET              PIC X(40)   VALUE SPACES.
01 W-RG-SI               PIC X(1)    VALUE "N".
01 W-RG-MOTIVO           PIC X(40)   VALUE SPACES.
01 W-RG-N-VIAJ           PIC 9(5)    VALUE ZEROS.
01 W-RG-N-RET            PIC 9(5)    VALUE ZEROS.
01 W-RG-N-HIST           PIC 9(5)    VALUE ZEROS.
01 W-RG-N-RES            PIC 9(4)    VALUE ZEROS.
01 W-RG-N-ESP            PIC 9(3)    VALUE ZEROS.
01 W-RG-N-CLI            PIC 9(4)    VALUE ZEROS.
01 W-RG-N-FUS            PIC 9(4)    VALUE ZEROS.
01 W-RG-N-LIN            PIC 9(4)    VALUE ZEROS.
01 W-RG-N-RID            PIC 9(4)    VALUE ZEROS.
01 W-RG-R                PIC 9(4)    VALUE ZEROS.
01 W-RG-RES              PIC 9(5)    VALUE ZEROS.
01 W-RG-SUYA             PIC X(1)    VALUE "N".
*> almacen y minibares
01 W-IDX-ST              PIC 9(3)    VALUE ZEROS.
01 W-STK-ALM             PIC 9(3)    VALUE ZEROS.
01 W-STK-COD             PIC X(2)    VALUE SPACES.
01 W-STK-CANT            PIC S9(5)   VALUE ZEROS.
01 W-STK-TIPO            PIC X(1)    VALUE SPACES.
01 W-STK-REF             PIC X(10)   VALUE SPACES.
01 W-STK-CAT             PIC 9(2)    VALUE ZEROS.
01 W-STK-K               PIC 9(2)    VALUE ZEROS.
01 W-STK-ENC             PIC 9(3)    VALUE ZEROS.
01 W-STK-HAB             PIC 9(3)    VALUE ZEROS.
01 W-STK-NEC             PIC 9(5)    VALUE ZEROS.
01 W-STK-DIF             PIC S9(5)   VALUE ZEROS.
01 W-STK-VALOR           PIC S9(8)V99 VALUE ZEROS.
01 W-STK-TOTAL           PIC S9(8)V99 VALUE ZEROS.
01 W-STK-NOMBRE          PIC X(28)   VALUE SPACES.
01 W-STK-ALM-TXT         PIC X(8)    VALUE SPACES.
01 D-STK                 PIC -ZZZZ9.
01 D-STK2                PIC -ZZZZ9.
01 D-STK3                PIC ZZZZ9.
*> paquetes
01 W-IDX-PQ              PIC 9(2)    VALUE ZEROS.
01 W-PQ-ENC              PIC 9(2)    VALUE ZEROS.
01 W-PQ-COD              PIC X(4)    VALUE SPACES.
01 W-PQ-L                PIC 9(1)    VALUE ZEROS.
01 W-PQ-K                PIC 9(2)    VALUE ZEROS.
01 W-PQ-S                PIC 9(4)    VALUE ZEROS.
01 W-PQ-MULT             PIC 9(3)    VALUE ZEROS.
01 W-PQ-CANT             PIC 9(4)    VALUE ZEROS.
01 W-PQ-TOTAL            PIC 9(8)V99 VALUE ZEROS.
01 W-PQ-SVC              PIC 9(8)V99 VALUE ZEROS.
01 W-PQ-HECHO            PIC X(1)    VALUE "N".
01 W-PQ-CNT              PIC 9(4)    VALUE ZEROS.
01 W-PQ-MES              PIC X(7)    VALUE SPACES.
01 W-PQ-OPC              PIC X(1)    VALUE SPACES.
01 NPQ-DATOS.
   05 NPQ-NOMBRE         PIC X(30)   VALUE SPACES.
   05 NPQ-BASE           PIC X(1)    VALUE SPACES.
   05 NPQ-PRECIO         PIC 9(6)V99 VALUE ZEROS.
   05 NPQ-ACTIVO         PIC X(1)    VALUE SPACES.
   05 NPQ-LIN OCCURS 6 TIMES.
      10 NPQ-L-COD       PIC X(2)    VALUE SPACES.
      10 NPQ-L-CANT      PIC 9(2)    VALUE ZEROS.
      10 NPQ-L-FREC      PIC X(1)    VALUE SPACES.

*> correspondencia a huespedes
01 W-IDX-PL              PIC 9(2)    VALUE ZEROS.
01 W-CO-P                PIC 9(2)    VALUE ZEROS.
01 W-CO-IDX-PL           PIC 9(2)    VALUE ZEROS.
01 W-CO-Q                PIC 9(3)    VALUE ZEROS.
01 W-CO-N                PIC 9(3)    VALUE ZEROS.
01 W-CO-TIPO             PIC X(1)    VALUE SPACES.
01 W-CO-OPC              PIC X(1)    VALUE SPACES.
01 W-CO-IDIOMA           PIC X(2)    VALUE SPACES.
01 W-CO-IDI-TXT          PIC X(10)   VALUE SPACES.
01 W-CO-TIPO-HAB         PIC X(20)   VALUE SPACES.
01 W-CO-FICHERO          PIC X(30)   VALUE SPACES.
01 W-CO-ABIERTO          PIC X(1)    VALUE "N".
01 W-CO-FS               PIC X(2)    VALUE "00".
01 W-CO-FECHA            PIC X(10)   VALUE SPACES.
01 W-CO-DIAS             PIC S9(3)   VALUE ZEROS.
01 W-CO-LIMITE           PIC X(10)   VALUE SPACES.
01 W-CO-AYER             PIC X(10)   VALUE SPACES.
01 W-CO-SALIDA           PIC X(10)   VALUE SPACES.
01 W-CO-ESCRITOS         PIC 9(4)    VALUE ZEROS.
01 W-CO-YA               PIC 9(4)    VALUE ZEROS.
01 W-CO-SIN-EMAIL        PIC 9(4)    VALUE ZEROS.
01 W-CO-SIN-CONS         PIC 9(4)    VALUE ZEROS.
01 W-CO-SIN-PL           PIC 9(4)    VALUE ZEROS.

*> limite de credito de los alojados
01 W-LIM-BASE            PIC 9(10)V99 VALUE ZEROS.
01 W-LIM-IVA             PIC 9(10)V99 VALUE ZEROS.
01 W-LIM-SALDO           PIC S9(10)V99 VALUE ZEROS.
01 W-LIM-DISP            PIC S9(10)V99 VALUE ZEROS.
01 W-LIM-CARGO           PIC 9(8)V99 VALUE ZEROS.
01 W-LIM-NUEVO           PIC 9(8)V99 VALUE ZEROS.
01 W-LIM-IMP             PIC 9(8)V99 VALUE ZEROS.
01 W-LIM-AUT             PIC X(10)   VALUE SPACES.
01 W-LIM-TIPO            PIC X(1)    VALUE SPACES.
01 W-LIM-OK              PIC X(1)    VALUE "S".
01 W-LIM-PCT             PIC 9V9(4)  VALUE ZEROS.
01 W-LIM-NOC             PIC 9(3)    VALUE ZEROS.
01 W-LIM-NOCHES          PIC S9(5)   VALUE ZEROS.
01 W-LIM-POR             PIC 9(4)    VALUE ZEROS.
01 W-LIM-MOTIVO          PIC X(15)   VALUE SPACES.
01 W-LIM-N               PIC 9(4)    VALUE ZEROS.
01 W-LIM-TOTAL           PIC 9(10)V99 VALUE ZEROS.
01 NPL-DATOS.
   05 NPL-ASUNTO         PIC X(60)   VALUE SPACES.
   05 NPL-SALUDO         PIC X(20)   VALUE SPACES.
   05 NPL-TEXTO1         PIC X(80)   VALUE SPACES.
   05 NPL-TEXTO2         PIC X(80)   VALUE SPACES.
   05 NPL-DESPEDIDA      PIC X(40)   VALUE SPACES.

*> ejecucion desatendida (hotel LOTE <ficha> [NUEVO])
01 W-LOTE                PIC X(1)    VALUE "N".
01 LOTE-LINEA            PIC X(80)   VALUE SPACES.
01 LOTE-VERBO            PIC X(10)   VALUE SPACES.
01 LOTE-FICHA            PIC X(30)   VALUE SPACES.
01 LOTE-OPCION           PIC X(10)   VALUE SPACES.
01 LOTE-CLAVE            PIC X(10)   VALUE SPACES.
01 LOTE-VALOR            PIC X(10)   VALUE SPACES.
01 LOTE-TRABAJO          PIC X(8)    VALUE SPACES.
01 LOTE-OPER             PIC 9(3)    VALUE ZEROS.
01 LOTE-ERR              PIC X(1)    VALUE "N".
01 LOTE-EJEC             PIC 9(5)    VALUE ZEROS.
01 LOTE-EJEC-MAX         PIC 9(5)    VALUE ZEROS.
01 LOTE-ABIERTA          PIC X(1)    VALUE "N".
01 LOTE-HECHO            PIC 9(2)    VALUE ZEROS.
01 LOTE-DESDE            PIC 9(2)    VALUE ZEROS.
01 LOTE-N-PASOS          PIC 9(2)    VALUE ZEROS.
01 LOTE-PASO             PIC 9(2)    VALUE ZEROS.
01 LOTE-RC               PIC 9(2)    VALUE ZEROS.
01 LOTE-RC-MAX           PIC 9(2)    VALUE ZEROS.
01 LOTE-LEIDOS           PIC 9(6)    VALUE ZEROS.
01 LOTE-GRABADOS         PIC 9(6)    VALUE ZEROS.
01 LOTE-RECHAZOS         PIC 9(6)    VALUE ZEROS.
01 LOTE-FECHA            PIC X(10)   VALUE SPACES.
01 LOTE-INICIO           PIC X(8)    VALUE SPACES.
01 LOTE-FIN              PIC X(8)    VALUE SPACES.
01 LOTE-TEXTO            PIC X(40)   VALUE SPACES.
01 LOTE-FS               PIC X(2)    VALUE SPACES.
01 TBL-LOTE.
   05 LP-COD             PIC X(10)   OCCURS 20 TIMES.

*> reservas del cliente del informe de acceso (vivas y archivadas)
01 TBL-RGR.
   05 RGR-ID             PIC 9(5)    OCCURS 1000 TIMES.

*> ultima actividad de cada ficha (paralela a TBL-CLI)
01 TBL-RGU.
   05 RGU OCCURS 300 TIMES.
      10 RGU-ULT           PIC X(10)     VALUE SPACES.
      10 RGU-VIVA          PIC X(1)      VALUE "N".

*> comisiones de agencias
01 COMPAG-NOMBRE         PIC X(30)   VALUE SPACES.
01 W-IDX-CC              PIC 9(2)    VALUE ZEROS.
01 W-COM-IDX             PIC 9(2)    VALUE ZEROS.
01 W-COM-ID              PIC 9(3)    VALUE ZEROS.
01 W-COM-MODO            PIC X(1)    VALUE SPACES.
01 W-COM-PCT             PIC 9(2)V99 VALUE ZEROS.
01 W-COM-BASE            PIC 9(8)V99 VALUE ZEROS.
01 W-COM-IMP             PIC 9(8)V99 VALUE ZEROS.
01 W-COM-DEV             PIC 9(10)V99 VALUE ZEROS.
01 W-COM-PAG             PIC 9(10)V99 VALUE ZEROS.
01 W-COM-PEND            PIC 9(10)V99 VALUE ZEROS.
01 W-COM-PEND-TOT        PIC S9(10)V99 VALUE ZEROS.
01 W-COM-DEUDA           PIC S9(10)V99 VALUE ZEROS.
01 W-COM-NETO            PIC S9(10)V99 VALUE ZEROS.
01 W-COM-CANAL           PIC X(10)   VALUE SPACES.
01 W-COM-NOMBRE          PIC X(30)   VALUE SPACES.
01 W-COM-CTA             PIC 9(3)    VALUE ZEROS.
01 W-COM-OPC             PIC X(1)    VALUE SPACES.
01 D-PCT2                PIC Z9.99.
01 NCC-COND.
   05 NCC-BASE            PIC X(1)    VALUE SPACES.
   05 NCC-REG             PIC X(1)    VALUE SPACES.
   05 NCC-NOSHOW          PIC X(1)    VALUE SPACES.
   05 NCC-CANCEL          PIC X(1)    VALUE SPACES.
   05 NCC-ACTIVO          PIC X(1)    VALUE SPACES.

*> importacion de reservas de canales
01 W-MOTIVO              PIC X(2)    VALUE SPACES.

01 W-ESPERADO            PIC S9(8)V99 VALUE ZEROS.
01 W-VARIANZA            PIC S9(8)V99 VALUE ZEROS.

*> autorizacion de supervisor y registro de auditoria de operadores
01 W-AUT-OK              PIC X(1)    VALUE "N".
01 W-AUT-SUP             PIC 9(3)    VALUE ZEROS.
01 W-AO-ACCION           PIC X(8)    VALUE SPACES.
01 W-AO-REF              PIC X(10)   VALUE SPACES.
01 W-AO-ANTES            PIC X(30)   VALUE SPACES.
01 W-AO-DESPUES          PIC X(30)   VALUE SPACES.
01 W-HORA-SIS            PIC 9(8)    VALUE ZEROS.
01 W-FECHA-DESDE         PIC X(10)   VALUE SPACES.
01 W-FECHA-HASTA         PIC X(10)   VALUE SPACES.

*> inputs y trabajo de lista de espera
01 NE-TIPO               PIC X(2)    VALUE SPACES.
01 NE-ENT                PIC X(10)   VALUE SPACES.
01 NC-PAI                PIC X(22)   VALUE SPACES.
01 NC-IDI                PIC X(10)   VALUE SPACES.
01 NC-OBS                PIC X(40)   VALUE SPACES.
01 NC-PUB                PIC X(1)    VALUE SPACES.

*> display
01 D-IMP                 PIC ZZZ,ZZ9.99.
01 D-CNT2                PIC ZZ9.
01 D-PCT                 PIC Z9.9.
01 D-NOC                 PIC ZZ9.
01 D-LIM-POR             PIC ZZZ9.
01 D-LIM-UMB             PIC ZZ9.9.

*> lineas decorativas
01 L-DOBLE  PIC X(68)
PROCEDURE DIVISION.
MAIN.
    PERFORM INICIALIZAR-SISTEMA
    *> con argumentos en la linea de mandato: ejecucion desatendida
    ACCEPT LOTE-LINEA FROM COMMAND-LINE
    IF LOTE-LINEA NOT = SPACES
        PERFORM LOTE-EJECUTAR
    ELSE
        PERFORM BIENVENIDA
        PERFORM MENU-PPAL UNTIL W-OP = 9
        PERFORM SISTEMA-CHECKPOINT
        PERFORM DESPEDIDA
    END-IF
    STOP RUN
    .

INICIALIZAR-SISTEMA.
    PERFORM CARGAR-CATALOGO
    PERFORM CARGAR-OPERADORES
    PERFORM CARGAR-CUENTAS-CONTABLES
    PERFORM CARGAR-CONDICIONES-COMISION
    PERFORM CARGAR-PARAMETROS
    OPEN INPUT F-HAB
    IF WS-FS = "35"
        PERFORM CARGAR-DATOS
    END-IF
    PERFORM REAPLICAR-DIARIO
    PERFORM CARGAR-STOCK
    PERFORM CARGAR-PAQUETES
    PERFORM CARGAR-PLANTILLAS
    .

*> ================================================================
    MOVE "TASA-MAX" TO W-PARAM-COD
    MOVE 7       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    *> plazos de conservacion de datos personales, en anos
    MOVE "RGPD-VIA" TO W-PARAM-COD
    MOVE 3       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "RGPD-CLI" TO W-PARAM-COD
    MOVE 5       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "RGPD-HIS" TO W-PARAM-COD
    MOVE 5       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "RGPD-ESP" TO W-PARAM-COD
    MOVE 1       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    *> dias de antelacion de la carta previa a la llegada
    MOVE "CORR-DIA" TO W-PARAM-COD
    MOVE 7       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    *> margen de credito de los alojados por categoria (EUR) y
    *> umbrales del informe de saldos altos de la auditoria
    MOVE "LIM-N"    TO W-PARAM-COD
    MOVE 300     TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "LIM-P"    TO W-PARAM-COD
    MOVE 600     TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "LIM-G"    TO W-PARAM-COD
    MOVE 1000    TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "LIM-PCT"  TO W-PARAM-COD
    MOVE 0.80    TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    MOVE "LIM-NOC"  TO W-PARAM-COD
    MOVE 3       TO W-PARAM-VAL
    PERFORM PARAM-ASEGURAR
    IF W-ENC = "S"
        PERFORM GUARDAR-PARAMETROS
    END-IF

*> ----------------------------------------------------------------
*> Pantalla protegida de mantenimiento de parametros: exige la
*> clave del operador firmado para consultar, y la autorizacion de
*> un supervisor para registrar cambios. Los cambios se hacen
*> ANADIENDO una nueva vigencia (nunca se toca la historia), con
*> efecto solo a partir de su fecha.
*> ----------------------------------------------------------------
PARAM-MANTENIMIENTO.
    DISPLAY " "
                        *> no lo usa ningun calculo: avisar del
                        *> posible error de tecleo
                        MOVE "N" TO W-ENC2
                        MOVE SPACES TO W-AO-ANTES
                        PERFORM VARYING W-IDX-P FROM 1 BY 1
                                UNTIL W-IDX-P > G-N-PAR
                            IF PM-COD(W-IDX-P) = W-PARAM-COD
                                MOVE "S" TO W-ENC2
                                *> antes = ultima vigencia anotada
                                MOVE PM-VALOR(W-IDX-P) TO D-VAL
                                MOVE SPACES TO W-AO-ANTES
                                STRING PM-VIG(W-IDX-P) " " D-VAL
                                    DELIMITED BY SIZE INTO W-AO-ANTES
                            END-IF
                        END-PERFORM
                        IF W-ENC2 = "N"
                            DISPLAY "  [!] Aviso: codigo nuevo, no "
                                    "usado por ningun calculo actual"
                            MOVE "(codigo nuevo)" TO W-AO-ANTES
                        END-IF
                        MOVE "PARAM"     TO W-AO-ACCION
                        MOVE W-PARAM-COD TO W-AO-REF
                        MOVE W-PARAM-VAL TO D-VAL
                        MOVE SPACES      TO W-AO-DESPUES
                        STRING W-PARAM-VIG " " D-VAL
                            DELIMITED BY SIZE INTO W-AO-DESPUES
                        PERFORM SUPERVISOR-AUTORIZAR
                        IF W-AUT-OK = "S"
                            ADD 1 TO G-N-PAR
                            MOVE W-PARAM-COD TO PM-COD(G-N-PAR)
                            MOVE W-PARAM-VIG TO PM-VIG(G-N-PAR)
                            MOVE W-PARAM-VAL TO PM-VALOR(G-N-PAR)
                            PERFORM GUARDAR-PARAMETROS
                            DISPLAY "  *** PARAMETRO REGISTRADO ***"
                            ADD 1 TO SES-OPS
                        END-IF
                END-EVALUATE
            END-IF
        END-IF
        MOVE "Carmen Rodriguez"  TO OP-NOMBRE(1)
        MOVE "CR2026"            TO OP-CLAVE(1)
        MOVE "S"                 TO OP-ACTIVO(1)
        MOVE "J"                 TO OP-ROL(1)
        ADD 1 TO G-N-OPE
        MOVE 2                  TO OP-ID(2)
        MOVE "Luis Ortega"       TO OP-NOMBRE(2)
        MOVE "LO2026"            TO OP-CLAVE(2)
        MOVE "S"                 TO OP-ACTIVO(2)
        MOVE "R"                 TO OP-ROL(2)
        ADD 1 TO G-N-OPE
        MOVE 3                  TO OP-ID(3)
        MOVE "Amina Benali"      TO OP-NOMBRE(3)
        MOVE "AB2026"            TO OP-CLAVE(3)
        MOVE "S"                 TO OP-ACTIVO(3)
        MOVE "A"                 TO OP-ROL(3)
        OPEN OUTPUT F-OPE
        PERFORM VARYING W-IDX-OP FROM 1 BY 1
                UNTIL W-IDX-OP > G-N-OPE
            MOVE OP-NOMBRE(W-IDX-OP) TO FOP-NOMBRE
            MOVE OP-CLAVE(W-IDX-OP)  TO FOP-CLAVE
            MOVE OP-ACTIVO(W-IDX-OP) TO FOP-ACTIVO
            MOVE OP-ROL(W-IDX-OP)    TO FOP-ROL
            WRITE FOP-REC
        END-PERFORM
        CLOSE F-OPE
                MOVE FOP-NOMBRE TO OP-NOMBRE(G-N-OPE)
                MOVE FOP-CLAVE  TO OP-CLAVE(G-N-OPE)
                MOVE FOP-ACTIVO TO OP-ACTIVO(G-N-OPE)
                IF FOP-ROL = "J" OR FOP-ROL = "A"
                    MOVE FOP-ROL TO OP-ROL(G-N-OPE)
                ELSE
                    MOVE "R"     TO OP-ROL(G-N-OPE)
                END-IF
            END-IF
            READ F-OPE
        END-PERFORM
    END-IF
    .

*> ----------------------------------------------------------------
*> Autorizacion de supervisor en el punto de la accion: pide el
*> numero y la clave de un operador activo con rol J (jefe de
*> recepcion) o A (administracion). El llamador deja preparados
*> W-AO-ACCION, W-AO-REF, W-AO-ANTES y W-AO-DESPUES; el intento
*> queda siempre en OPERAUD.DAT, autorizado o no. Deja W-AUT-OK
*> = "S" solo si la accion puede seguir, y W-AUT-SUP con el
*> supervisor (0 si no se identifico ninguno).
*> ----------------------------------------------------------------
SUPERVISOR-AUTORIZAR.
    MOVE "N"   TO W-AUT-OK
    MOVE ZEROS TO W-AUT-SUP
    DISPLAY "  -- Autorizacion de supervisor requerida --"
    DISPLAY "  Numero de supervisor : " WITH NO ADVANCING
    ACCEPT W-OPER-ID
    DISPLAY "  Clave                : " WITH NO ADVANCING
    ACCEPT W-CLAVE
    PERFORM VARYING W-IDX-OP FROM 1 BY 1
            UNTIL W-IDX-OP > G-N-OPE
        IF OP-ID(W-IDX-OP) = W-OPER-ID
           AND OP-CLAVE(W-IDX-OP) = W-CLAVE
           AND OP-ACTIVO(W-IDX-OP) = "S"
            MOVE OP-ID(W-IDX-OP) TO W-AUT-SUP
            IF OP-ROL(W-IDX-OP) = "J" OR OP-ROL(W-IDX-OP) = "A"
                MOVE "S" TO W-AUT-OK
            END-IF
        END-IF
    END-PERFORM
    IF W-AUT-OK = "S"
        MOVE "A" TO AO-RESULT
    ELSE
        MOVE "R" TO AO-RESULT
        IF W-AUT-SUP = ZEROS
            DISPLAY "  [!] Supervisor o clave incorrectos"
        ELSE
            DISPLAY "  [!] El operador " W-AUT-SUP
                    " no tiene rol de supervisor"
        END-IF
        DISPLAY "  [!] Accion NO autorizada"
    END-IF
    PERFORM AUDOPER-ANOTAR
    .

*> Anade la linea del intento (AO-RESULT ya fijado) al registro
*> permanente de auditoria de operadores.
AUDOPER-ANOTAR.
    ACCEPT W-HORA-SIS FROM TIME
    MOVE SES-FECHA    TO AO-FECHA
    MOVE SPACES       TO AO-HORA
    STRING W-HORA-SIS(1:2) ":" W-HORA-SIS(3:2) ":" W-HORA-SIS(5:2)
        DELIMITED BY SIZE INTO AO-HORA
    MOVE SES-OPER-ID  TO AO-OPER
    MOVE W-AUT-SUP    TO AO-SUP
    MOVE W-AO-ACCION  TO AO-ACCION
    MOVE W-AO-REF     TO AO-REF
    MOVE W-AO-ANTES   TO AO-ANTES
    MOVE W-AO-DESPUES TO AO-DESPUES
    OPEN EXTEND F-AOP
    WRITE AO-REC
    CLOSE F-AOP
    .

*> ----------------------------------------------------------------
*> Mapa de cuentas contables (CONTAMAP.DAT): concepto contable +
*> forma de pago -> cuenta del plan. Si no existe se siembra con
*> el plan general habitual y se graba para que administracion lo
*> ajuste desde Facturacion y caja.
*> ----------------------------------------------------------------
CARGAR-CUENTAS-CONTABLES.
    MOVE ZEROS TO G-N-GLM
    OPEN INPUT F-GLM
    IF WS-FS = "35"
        MOVE "CLIENTES" TO W-GL-EVENTO
        MOVE "*"        TO W-GL-FORMA
        MOVE "4300000000" TO W-TXT
        MOVE "Clientes"   TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "CTA-CRED" TO W-GL-EVENTO
        MOVE "4300100000" TO W-TXT
        MOVE "Clientes, cuentas de credito" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "TESORER"  TO W-GL-EVENTO
        MOVE "EF"       TO W-GL-FORMA
        MOVE "5700000000" TO W-TXT
        MOVE "Caja, efectivo" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "TC"       TO W-GL-FORMA
        MOVE "5720000001" TO W-TXT
        MOVE "Bancos, liquidacion tarjetas" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "DB"       TO W-GL-FORMA
        MOVE "5720000002" TO W-TXT
        MOVE "Bancos, tarjetas de debito" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "TR"       TO W-GL-FORMA
        MOVE "5720000000" TO W-TXT
        MOVE "Bancos, transferencias" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "*"        TO W-GL-FORMA
        MOVE "5720000000" TO W-TXT
        MOVE "Bancos, otras formas de pago" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "VTA-ALOJ" TO W-GL-EVENTO
        MOVE "7050000000" TO W-TXT
        MOVE "Ventas alojamiento" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "VTA-SERV" TO W-GL-EVENTO
        MOVE "7050000001" TO W-TXT
        MOVE "Ventas servicios" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "IVA-REP"  TO W-GL-EVENTO
        MOVE "4770000000" TO W-TXT
        MOVE "H.P. IVA repercutido" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "TASA-TUR" TO W-GL-EVENTO
        MOVE "4750000001" TO W-TXT
        MOVE "Tasa turistica a liquidar" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "ABONOS"   TO W-GL-EVENTO
        MOVE "7080000000" TO W-TXT
        MOVE "Devoluciones de ventas" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "ANTICIPO" TO W-GL-EVENTO
        MOVE "4380000000" TO W-TXT
        MOVE "Anticipos de clientes" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "PENALIZ"  TO W-GL-EVENTO
        MOVE "7590000000" TO W-TXT
        MOVE "Ingresos por penalizaciones" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        MOVE "DIF-CAJA" TO W-GL-EVENTO
        MOVE "6590000000" TO W-TXT
        MOVE "Diferencias de caja" TO W-GL-CONC
        PERFORM CONTAB-MAPA-SEMBRAR
        PERFORM GUARDAR-CUENTAS-CONTABLES
    ELSE
        READ F-GLM
        PERFORM UNTIL WS-FS = "10"
            IF G-N-GLM >= CFG-MAX-GLM
                DISPLAY "  [!] CONTAMAP.DAT: fila ignorada, maximo "
                        CFG-MAX-GLM " cuentas"
            ELSE
                ADD 1 TO G-N-GLM
                MOVE FGM-EVENTO TO GM-EVENTO(G-N-GLM)
                MOVE FGM-FORMA  TO GM-FORMA(G-N-GLM)
                MOVE FGM-CUENTA TO GM-CUENTA(G-N-GLM)
                MOVE FGM-DESC   TO GM-DESC(G-N-GLM)
            END-IF
            READ F-GLM
        END-PERFORM
        CLOSE F-GLM
    END-IF
    .

CONTAB-MAPA-SEMBRAR.
    ADD 1 TO G-N-GLM
    MOVE W-GL-EVENTO TO GM-EVENTO(G-N-GLM)
    MOVE W-GL-FORMA  TO GM-FORMA(G-N-GLM)
    MOVE W-TXT(1:10) TO GM-CUENTA(G-N-GLM)
    MOVE W-GL-CONC   TO GM-DESC(G-N-GLM)
    .

GUARDAR-CUENTAS-CONTABLES.
    OPEN OUTPUT F-GLM
    PERFORM VARYING W-IDX-GM FROM 1 BY 1 UNTIL W-IDX-GM > G-N-GLM
        MOVE GM-EVENTO(W-IDX-GM) TO FGM-EVENTO
        MOVE GM-FORMA(W-IDX-GM)  TO FGM-FORMA
        MOVE GM-CUENTA(W-IDX-GM) TO FGM-CUENTA
        MOVE GM-DESC(W-IDX-GM)   TO FGM-DESC
        WRITE FGM-REC
    END-PERFORM
    CLOSE F-GLM
    .

*> ----------------------------------------------------------------
*> Condiciones de comision (COMCOND.DAT). Si no existe se siembran
*> dos contratos genericos por canal (agencias y portales web) que
*> administracion ajusta o amplia desde Facturacion y caja.
*> ----------------------------------------------------------------
CARGAR-CONDICIONES-COMISION.
    MOVE ZEROS TO G-N-CCO G-ID-CCO
    OPEN INPUT F-CCO
    IF WS-FS = "35"
        MOVE 1 TO G-N-CCO
        MOVE 1                       TO CC-ID(1)
        MOVE "Agencias de viaje"     TO CC-NOMBRE(1)
        MOVE "AGENCIA"               TO CC-CANAL(1)
        MOVE ZEROS                   TO CC-CTA-ID(1)
        MOVE 10                      TO CC-PCT(1)
        MOVE "H"                     TO CC-BASE(1)
        MOVE "N"                     TO CC-REGIMEN(1)
        MOVE "N"                     TO CC-NOSHOW(1)
        MOVE "N"                     TO CC-CANCEL(1)
        MOVE "S"                     TO CC-ACTIVO(1)
        ADD 1 TO G-N-CCO
        MOVE 2                       TO CC-ID(2)
        MOVE "Portales de reserva web" TO CC-NOMBRE(2)
        MOVE "WEB"                   TO CC-CANAL(2)
        MOVE ZEROS                   TO CC-CTA-ID(2)
        MOVE 15                      TO CC-PCT(2)
        MOVE "T"                     TO CC-BASE(2)
        MOVE "S"                     TO CC-REGIMEN(2)
        MOVE "P"                     TO CC-NOSHOW(2)
        MOVE "N"                     TO CC-CANCEL(2)
        MOVE "S"                     TO CC-ACTIVO(2)
        MOVE 2 TO G-ID-CCO
        PERFORM GUARDAR-CONDICIONES-COMISION
    ELSE
        READ F-CCO
        PERFORM UNTIL WS-FS = "10"
            IF G-N-CCO >= CFG-MAX-CCO
                DISPLAY "  [!] COMCOND.DAT: fila ignorada, maximo "
                        CFG-MAX-CCO " contratos"
            ELSE
                ADD 1 TO G-N-CCO
                MOVE FCC-ID      TO CC-ID(G-N-CCO)
                MOVE FCC-NOMBRE  TO CC-NOMBRE(G-N-CCO)
                MOVE FCC-CANAL   TO CC-CANAL(G-N-CCO)
                MOVE FCC-CTA-ID  TO CC-CTA-ID(G-N-CCO)
                MOVE FCC-PCT     TO CC-PCT(G-N-CCO)
                MOVE FCC-BASE    TO CC-BASE(G-N-CCO)
                MOVE FCC-REGIMEN TO CC-REGIMEN(G-N-CCO)
                MOVE FCC-NOSHOW  TO CC-NOSHOW(G-N-CCO)
                MOVE FCC-CANCEL  TO CC-CANCEL(G-N-CCO)
                MOVE FCC-ACTIVO  TO CC-ACTIVO(G-N-CCO)
                IF FCC-ID > G-ID-CCO
                    MOVE FCC-ID TO G-ID-CCO
                END-IF
            END-IF
            READ F-CCO
        END-PERFORM
        CLOSE F-CCO
    END-IF
    .

GUARDAR-CONDICIONES-COMISION.
    OPEN OUTPUT F-CCO
    PERFORM VARYING W-IDX-CC FROM 1 BY 1 UNTIL W-IDX-CC > G-N-CCO
        MOVE CC-ID(W-IDX-CC)      TO FCC-ID
        MOVE CC-NOMBRE(W-IDX-CC)  TO FCC-NOMBRE
        MOVE CC-CANAL(W-IDX-CC)   TO FCC-CANAL
        MOVE CC-CTA-ID(W-IDX-CC)  TO FCC-CTA-ID
        MOVE CC-PCT(W-IDX-CC)     TO FCC-PCT
        MOVE CC-BASE(W-IDX-CC)    TO FCC-BASE
        MOVE CC-REGIMEN(W-IDX-CC) TO FCC-REGIMEN
        MOVE CC-NOSHOW(W-IDX-CC)  TO FCC-NOSHOW
        MOVE CC-CANCEL(W-IDX-CC)  TO FCC-CANCEL
        MOVE CC-ACTIVO(W-IDX-CC)  TO FCC-ACTIVO
        WRITE FCC-REC
    END-PERFORM
    CLOSE F-CCO
    .

*> ----------------------------------------------------------------
*> Existencias de almacen. Si falta STOCK.DAT se siembra el almacen
*> central con los articulos de catalogo con control de stock y un
*> minibar completo en cada habitacion.
*> ----------------------------------------------------------------
CARGAR-STOCK.
    MOVE ZEROS TO G-N-STK
    OPEN INPUT F-STK
    IF WS-FS = "35"
        PERFORM VARYING W-STK-CAT FROM 1 BY 1
                UNTIL W-STK-CAT > CFG-MAX-CAT
            IF K-STOCK(W-STK-CAT) NOT = SPACE
                ADD 1 TO G-N-STK
                MOVE ZEROS            TO ST-ALM(G-N-STK)
                MOVE K-COD(W-STK-CAT) TO ST-COD(G-N-STK)
                MOVE 40               TO ST-EXIST(G-N-STK)
                MOVE 10               TO ST-MINIMO(G-N-STK)
                MOVE 40               TO ST-DOTACION(G-N-STK)
                IF K-STOCK(W-STK-CAT) = "M"
                    *> el central surte a todos los minibares
                    MOVE 200 TO ST-EXIST(G-N-STK)
                    MOVE 60  TO ST-MINIMO(G-N-STK)
                    MOVE 200 TO ST-DOTACION(G-N-STK)
                    PERFORM VARYING W-I FROM 1 BY 1
                            UNTIL W-I > G-N-HAB
                        ADD 1 TO G-N-STK
                        MOVE H-NUM(W-I)        TO ST-ALM(G-N-STK)
                        MOVE K-COD(W-STK-CAT)  TO ST-COD(G-N-STK)
                        MOVE K-DOTACION(W-STK-CAT)
                            TO ST-EXIST(G-N-STK)
                        MOVE K-DOTACION(W-STK-CAT)
                            TO ST-MINIMO(G-N-STK)
                        MOVE K-DOTACION(W-STK-CAT)
                            TO ST-DOTACION(G-N-STK)
                    END-PERFORM
                END-IF
            END-IF
        END-PERFORM
        PERFORM GUARDAR-STOCK
    ELSE
        READ F-STK
        PERFORM UNTIL WS-FS = "10"
            IF G-N-STK >= CFG-MAX-STK
                DISPLAY "  [!] STOCK.DAT: fila ignorada, maximo "
                        CFG-MAX-STK " filas"
            ELSE
                ADD 1 TO G-N-STK
                MOVE FST-ALM      TO ST-ALM(G-N-STK)
                MOVE FST-COD      TO ST-COD(G-N-STK)
                MOVE FST-EXIST    TO ST-EXIST(G-N-STK)
                MOVE FST-MINIMO   TO ST-MINIMO(G-N-STK)
                MOVE FST-DOTACION TO ST-DOTACION(G-N-STK)
            END-IF
            READ F-STK
        END-PERFORM
        CLOSE F-STK
    END-IF
    .

GUARDAR-STOCK.
    OPEN OUTPUT F-STK
    PERFORM VARYING W-IDX-ST FROM 1 BY 1 UNTIL W-IDX-ST > G-N-STK
        MOVE ST-ALM(W-IDX-ST)      TO FST-ALM
        MOVE ST-COD(W-IDX-ST)      TO FST-COD
        MOVE ST-EXIST(W-IDX-ST)    TO FST-EXIST
        MOVE ST-MINIMO(W-IDX-ST)   TO FST-MINIMO
        MOVE ST-DOTACION(W-IDX-ST) TO FST-DOTACION
        WRITE FST-REC
    END-PERFORM
    CLOSE F-STK
    .

*> ----------------------------------------------------------------
*> Maestro de paquetes. Si falta PAQUETES.DAT se siembra con los
*> paquetes que se venden hoy en recepcion.
*> ----------------------------------------------------------------
CARGAR-PAQUETES.
    MOVE ZEROS TO G-N-PAQ
    OPEN INPUT F-PAQ
    IF WS-FS = "35"
        MOVE 1 TO G-N-PAQ
        MOVE "ROMA"                     TO PQ-COD(1)
        MOVE "Fin de semana romantico"  TO PQ-NOMBRE(1)
        MOVE "E"                        TO PQ-BASE(1)
        MOVE 420.00                     TO PQ-PRECIO(1)
        MOVE "S"                        TO PQ-ACTIVO(1)
        MOVE "BK" TO PQ-L-COD(1, 1)
        MOVE 1    TO PQ-L-CANT(1, 1)
        MOVE "E"  TO PQ-L-FREC(1, 1)
        MOVE "FT" TO PQ-L-COD(1, 2)
        MOVE 1    TO PQ-L-CANT(1, 2)
        MOVE "E"  TO PQ-L-FREC(1, 2)
        MOVE "SP" TO PQ-L-COD(1, 3)
        MOVE 1    TO PQ-L-CANT(1, 3)
        MOVE "P"  TO PQ-L-FREC(1, 3)
        ADD 1 TO G-N-PAQ
        MOVE "CITY"                     TO PQ-COD(2)
        MOVE "Escapada cultural Madrid" TO PQ-NOMBRE(2)
        MOVE "N"                        TO PQ-BASE(2)
        MOVE 165.00                     TO PQ-PRECIO(2)
        MOVE "S"                        TO PQ-ACTIVO(2)
        MOVE "TO" TO PQ-L-COD(2, 1)
        MOVE 1    TO PQ-L-CANT(2, 1)
        MOVE "P"  TO PQ-L-FREC(2, 1)
        MOVE "TR" TO PQ-L-COD(2, 2)
        MOVE 2    TO PQ-L-CANT(2, 2)
        MOVE "E"  TO PQ-L-FREC(2, 2)
        ADD 1 TO G-N-PAQ
        MOVE "PARK"                     TO PQ-COD(3)
        MOVE "Aparcamiento incluido"    TO PQ-NOMBRE(3)
        MOVE "N"                        TO PQ-BASE(3)
        MOVE 135.00                     TO PQ-PRECIO(3)
        MOVE "S"                        TO PQ-ACTIVO(3)
        MOVE "AP" TO PQ-L-COD(3, 1)
        MOVE 1    TO PQ-L-CANT(3, 1)
        MOVE "N"  TO PQ-L-FREC(3, 1)
        PERFORM GUARDAR-PAQUETES
    ELSE
        READ F-PAQ
        PERFORM UNTIL WS-FS = "10"
            IF G-N-PAQ >= CFG-MAX-PAQ
                DISPLAY "  [!] PAQUETES.DAT: fila ignorada, maximo "
                        CFG-MAX-PAQ " paquetes"
            ELSE
                ADD 1 TO G-N-PAQ
                MOVE FPQ-COD    TO PQ-COD(G-N-PAQ)
                MOVE FPQ-NOMBRE TO PQ-NOMBRE(G-N-PAQ)
                MOVE FPQ-BASE   TO PQ-BASE(G-N-PAQ)
                MOVE FPQ-PRECIO TO PQ-PRECIO(G-N-PAQ)
                MOVE FPQ-ACTIVO TO PQ-ACTIVO(G-N-PAQ)
                PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
                    MOVE FPQ-L-COD(W-PQ-L)
                        TO PQ-L-COD(G-N-PAQ, W-PQ-L)
                    MOVE FPQ-L-CANT(W-PQ-L)
                        TO PQ-L-CANT(G-N-PAQ, W-PQ-L)
                    MOVE FPQ-L-FREC(W-PQ-L)
                        TO PQ-L-FREC(G-N-PAQ, W-PQ-L)
                END-PERFORM
            END-IF
            READ F-PAQ
        END-PERFORM
        CLOSE F-PAQ
    END-IF
    .

GUARDAR-PAQUETES.
    OPEN OUTPUT F-PAQ
    PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
        MOVE PQ-COD(W-IDX-PQ)    TO FPQ-COD
        MOVE PQ-NOMBRE(W-IDX-PQ) TO FPQ-NOMBRE
        MOVE PQ-BASE(W-IDX-PQ)   TO FPQ-BASE
        MOVE PQ-PRECIO(W-IDX-PQ) TO FPQ-PRECIO
        MOVE PQ-ACTIVO(W-IDX-PQ) TO FPQ-ACTIVO
        PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
            MOVE PQ-L-COD(W-IDX-PQ, W-PQ-L)  TO FPQ-L-COD(W-PQ-L)
            MOVE PQ-L-CANT(W-IDX-PQ, W-PQ-L) TO FPQ-L-CANT(W-PQ-L)
            MOVE PQ-L-FREC(W-IDX-PQ, W-PQ-L) TO FPQ-L-FREC(W-PQ-L)
        END-PERFORM
        WRITE FPQ-REC
    END-PERFORM
    CLOSE F-PAQ
    .

*> ----------------------------------------------------------------
*> Plantillas de correspondencia. Si falta PLANTCOR.DAT se siembra
*> con los textos de las dos cartas en los cuatro idiomas.
*> ----------------------------------------------------------------
CARGAR-PLANTILLAS.
    MOVE ZEROS TO G-N-PLC
    OPEN INPUT F-PLC
    IF WS-FS = "35"
        MOVE "L" TO W-CO-TIPO
        MOVE "ES" TO W-CO-IDIOMA
        MOVE "Su proxima estancia en el Hotel COBOL Palace"
            TO NPL-ASUNTO
        MOVE "Estimado/a" TO NPL-SALUDO
        MOVE "Le esperamos pronto. Estos son los datos de su reserva."
            TO NPL-TEXTO1
        MOVE "Puede cancelar sin gastos hasta la fecha indicada."
            TO NPL-TEXTO2
        MOVE "Atentamente, Recepcion" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "EN" TO W-CO-IDIOMA
        MOVE "Your upcoming stay at Hotel COBOL Palace" TO NPL-ASUNTO
        MOVE "Dear" TO NPL-SALUDO
        MOVE "We look forward to welcoming you. Here are your booking "
            & "details." TO NPL-TEXTO1
        MOVE "Free cancellation is available until the date shown."
            TO NPL-TEXTO2
        MOVE "Kind regards, Front Desk" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "FR" TO W-CO-IDIOMA
        MOVE "Votre prochain sejour a l'Hotel COBOL Palace"
            TO NPL-ASUNTO
        MOVE "Bonjour" TO NPL-SALUDO
        MOVE "Nous serons ravis de vous accueillir. Voici votre "
            & "reservation." TO NPL-TEXTO1
        MOVE "Annulation sans frais jusqu'a la date indiquee."
            TO NPL-TEXTO2
        MOVE "Cordialement, la Reception" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "DE" TO W-CO-IDIOMA
        MOVE "Ihr Aufenthalt im Hotel COBOL Palace" TO NPL-ASUNTO
        MOVE "Guten Tag" TO NPL-SALUDO
        MOVE "Wir freuen uns auf Ihren Besuch. Hier sind Ihre "
            & "Buchungsdaten." TO NPL-TEXTO1
        MOVE "Kostenlose Stornierung bis zum angegebenen Datum."
            TO NPL-TEXTO2
        MOVE "Mit freundlichen Gruessen, Rezeption" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "G" TO W-CO-TIPO
        MOVE "ES" TO W-CO-IDIOMA
        MOVE "Gracias por alojarse con nosotros" TO NPL-ASUNTO
        MOVE "Estimado/a" TO NPL-SALUDO
        MOVE "Ha sido un placer tenerle como huesped. Esperamos "
            & "verle pronto." TO NPL-TEXTO1
        MOVE "Este es su saldo de puntos y su categoria de cliente."
            TO NPL-TEXTO2
        MOVE "Atentamente, Recepcion" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "EN" TO W-CO-IDIOMA
        MOVE "Thank you for staying with us" TO NPL-ASUNTO
        MOVE "Dear" TO NPL-SALUDO
        MOVE "It was a pleasure to have you as our guest. We hope to "
            & "see you soon." TO NPL-TEXTO1
        MOVE "Here are your points balance and membership category."
            TO NPL-TEXTO2
        MOVE "Kind regards, Front Desk" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "FR" TO W-CO-IDIOMA
        MOVE "Merci de votre sejour" TO NPL-ASUNTO
        MOVE "Bonjour" TO NPL-SALUDO
        MOVE "Ce fut un plaisir de vous accueillir. A tres bientot."
            TO NPL-TEXTO1
        MOVE "Voici votre solde de points et votre categorie client."
            TO NPL-TEXTO2
        MOVE "Cordialement, la Reception" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        MOVE "DE" TO W-CO-IDIOMA
        MOVE "Vielen Dank fuer Ihren Aufenthalt" TO NPL-ASUNTO
        MOVE "Guten Tag" TO NPL-SALUDO
        MOVE "Es war uns eine Freude, Sie als Gast zu haben. Bis bald."
            TO NPL-TEXTO1
        MOVE "Hier sind Ihr Punktestand und Ihre Kundenkategorie."
            TO NPL-TEXTO2
        MOVE "Mit freundlichen Gruessen, Rezeption" TO NPL-DESPEDIDA
        PERFORM PLC-SEMBRAR
        PERFORM GUARDAR-PLANTILLAS
    ELSE
        READ F-PLC
        PERFORM UNTIL WS-FS = "10"
            IF G-N-PLC >= CFG-MAX-PLC
                DISPLAY "  [!] PLANTCOR.DAT: fila ignorada, maximo "
                        CFG-MAX-PLC " plantillas"
            ELSE
                ADD 1 TO G-N-PLC
                MOVE FPL-TIPO      TO PL-TIPO(G-N-PLC)
                MOVE FPL-IDIOMA    TO PL-IDIOMA(G-N-PLC)
                MOVE FPL-ASUNTO    TO PL-ASUNTO(G-N-PLC)
                MOVE FPL-SALUDO    TO PL-SALUDO(G-N-PLC)
                MOVE FPL-TEXTO1    TO PL-TEXTO1(G-N-PLC)
                MOVE FPL-TEXTO2    TO PL-TEXTO2(G-N-PLC)
                MOVE FPL-DESPEDIDA TO PL-DESPEDIDA(G-N-PLC)
            END-IF
            READ F-PLC
        END-PERFORM
        CLOSE F-PLC
    END-IF
    .

PLC-SEMBRAR.
    ADD 1 TO G-N-PLC
    MOVE W-CO-TIPO     TO PL-TIPO(G-N-PLC)
    MOVE W-CO-IDIOMA   TO PL-IDIOMA(G-N-PLC)
    MOVE NPL-ASUNTO    TO PL-ASUNTO(G-N-PLC)
    MOVE NPL-SALUDO    TO PL-SALUDO(G-N-PLC)
    MOVE NPL-TEXTO1    TO PL-TEXTO1(G-N-PLC)
    MOVE NPL-TEXTO2    TO PL-TEXTO2(G-N-PLC)
    MOVE NPL-DESPEDIDA TO PL-DESPEDIDA(G-N-PLC)
    .

GUARDAR-PLANTILLAS.
    OPEN OUTPUT F-PLC
    PERFORM VARYING W-IDX-PL FROM 1 BY 1 UNTIL W-IDX-PL > G-N-PLC
        MOVE PL-TIPO(W-IDX-PL)      TO FPL-TIPO
        MOVE PL-IDIOMA(W-IDX-PL)    TO FPL-IDIOMA
        MOVE PL-ASUNTO(W-IDX-PL)    TO FPL-ASUNTO
        MOVE PL-SALUDO(W-IDX-PL)    TO FPL-SALUDO
        MOVE PL-TEXTO1(W-IDX-PL)    TO FPL-TEXTO1
        MOVE PL-TEXTO2(W-IDX-PL)    TO FPL-TEXTO2
        MOVE PL-DESPEDIDA(W-IDX-PL) TO FPL-DESPEDIDA
        WRITE FPL-REC
    END-PERFORM
    CLOSE F-PLC
    .

*> ================================================================
*> EJECUCION DESATENDIDA -- hotel LOTE <ficha> [NUEVO]
*> Ejecuta sin pantalla ni preguntas los pasos de la ficha de
*> trabajo, en su orden, firmados por el operador de la ficha.
*> Cada paso deja en LOTELOG.DAT horas, codigo de terminacion y
*> contadores; tras cada paso correcto se hace checkpoint. Un paso
*> con codigo 08 o mas detiene la ejecucion, y la siguiente con la
*> misma ficha la reanuda en ese paso sin repetir los anteriores
*> (NUEVO fuerza empezar desde el primero). El codigo mas alto se
*> devuelve al sistema como codigo de retorno del programa.
*> ================================================================
LOTE-EJECUTAR.
    MOVE "S"    TO W-LOTE
    MOVE ZEROS  TO LOTE-RC LOTE-RC-MAX LOTE-EJEC
    MOVE SPACES TO LOTE-VERBO LOTE-FICHA LOTE-OPCION LOTE-TRABAJO
    UNSTRING LOTE-LINEA DELIMITED BY ALL SPACE
        INTO LOTE-VERBO LOTE-FICHA LOTE-OPCION
    MOVE FUNCTION UPPER-CASE(LOTE-VERBO)  TO LOTE-VERBO
    MOVE FUNCTION UPPER-CASE(LOTE-OPCION) TO LOTE-OPCION
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  EJECUCION DESATENDIDA -- " SES-FECHA
    DISPLAY L-DOBLE
    IF LOTE-VERBO NOT = "LOTE" OR LOTE-FICHA = SPACES
        DISPLAY "  [!] Uso: hotel LOTE <ficha de trabajo> [NUEVO]"
        MOVE 12 TO LOTE-RC-MAX
    ELSE
        PERFORM LOTE-LEER-FICHA
        IF LOTE-ERR = "S"
            MOVE 12 TO LOTE-RC-MAX
            MOVE "ficha de trabajo invalida" TO LOTE-TEXTO
        ELSE
            PERFORM LOTE-BUSCAR-REANUDACION
            PERFORM VARYING LOTE-PASO FROM 1 BY 1
                    UNTIL LOTE-PASO > LOTE-N-PASOS OR LOTE-RC >= 8
                IF LOTE-PASO < LOTE-DESDE
                    DISPLAY "  Paso " LOTE-PASO " " LP-COD(LOTE-PASO)
                            ": completado en la ejecucion anterior,"
                            " se omite"
                ELSE
                    PERFORM LOTE-PASO-EJECUTAR
                END-IF
            END-PERFORM
            IF LOTE-RC >= 8
                *> el VARYING ya ha pasado al siguiente
                SUBTRACT 1 FROM LOTE-PASO
                MOVE SPACES TO LOTE-TEXTO
                STRING "detenida en el paso " LOTE-PASO
                    DELIMITED BY SIZE INTO LOTE-TEXTO
            ELSE
                MOVE "ejecucion completa" TO LOTE-TEXTO
            END-IF
        END-IF
        *> linea de fin de la ejecucion
        MOVE "F"         TO LL-TIPO
        MOVE ZEROS       TO LL-PASO LL-LEIDOS LL-GRABADOS LL-RECHAZOS
        MOVE SPACES      TO LL-COD LL-INICIO
        MOVE LOTE-RC-MAX TO LL-RC
        MOVE LOTE-TEXTO  TO LL-TEXTO
        MOVE SES-FECHA   TO LL-FECHA
        PERFORM LOTE-HORA
        MOVE LOTE-FIN    TO LL-FIN
        PERFORM LOTE-ANOTAR
    END-IF
    DISPLAY L-SIMPLE
    DISPLAY "  Fin de la ejecucion " LOTE-EJEC " -- codigo de retorno "
            LOTE-RC-MAX
    DISPLAY L-DOBLE
    MOVE LOTE-RC-MAX TO RETURN-CODE
    .

*> Hora del reloj del sistema en LOTE-FIN (hh:mm:ss).
LOTE-HORA.
    ACCEPT W-HORA-SIS FROM TIME
    MOVE SPACES TO LOTE-FIN
    STRING W-HORA-SIS(1:2) ":" W-HORA-SIS(3:2) ":" W-HORA-SIS(5:2)
        DELIMITED BY SIZE INTO LOTE-FIN
    .

*> Anade a LOTELOG.DAT la linea ya preparada en LL-REC (LL-FECHA
*> es la fecha de trabajo: la del inicio del paso en las lineas P).
LOTE-ANOTAR.
    MOVE LOTE-TRABAJO TO LL-TRABAJO
    MOVE LOTE-EJEC    TO LL-EJEC
    MOVE SES-OPER-ID  TO LL-OPER
    OPEN EXTEND F-LLG
    WRITE LL-REC
    CLOSE F-LLG
    .

*> ----------------------------------------------------------------
*> Lee y valida la ficha entera antes de ejecutar nada: un paso
*> desconocido, un operador que no existe o una ficha sin pasos
*> dejan LOTE-ERR = "S" y no se toca ningun fichero.
*> ----------------------------------------------------------------
LOTE-LEER-FICHA.
    MOVE "N"   TO LOTE-ERR
    MOVE ZEROS TO LOTE-OPER LOTE-N-PASOS
    OPEN INPUT F-JOB
    IF WS-FS NOT = "00"
        DISPLAY "  [!] Ficha de trabajo " LOTE-FICHA
                " no disponible (estado " WS-FS ")"
        MOVE "S" TO LOTE-ERR
    ELSE
        READ F-JOB
        PERFORM UNTIL WS-FS = "10"
            PERFORM LOTE-FICHA-LINEA
            READ F-JOB
        END-PERFORM
        CLOSE F-JOB
        IF LOTE-TRABAJO = SPACES
            DISPLAY "  [!] Falta la sentencia TRABAJO"
            MOVE "S" TO LOTE-ERR
        END-IF
        IF LOTE-N-PASOS = ZEROS
            DISPLAY "  [!] La ficha no tiene ningun PASO"
            MOVE "S" TO LOTE-ERR
        END-IF
        MOVE ZEROS TO SES-OPER-ID
        PERFORM VARYING W-IDX-OP FROM 1 BY 1
                UNTIL W-IDX-OP > G-N-OPE
            IF OP-ID(W-IDX-OP) = LOTE-OPER
               AND OP-ACTIVO(W-IDX-OP) = "S"
                MOVE OP-ID(W-IDX-OP)     TO SES-OPER-ID
                MOVE OP-NOMBRE(W-IDX-OP) TO SES-RECEP
            END-IF
        END-PERFORM
        IF SES-OPER-ID = ZEROS
            DISPLAY "  [!] OPERADOR ausente, inexistente o inactivo"
            MOVE "S" TO LOTE-ERR
        END-IF
        MOVE "LOTE"  TO SES-TURNO
        MOVE ZEROS   TO SES-FONDO SES-EF-TURNO
    END-IF
    .

LOTE-FICHA-LINEA.
    IF JC-REC NOT = SPACES AND JC-REC(1:1) NOT = "*"
        MOVE SPACES TO LOTE-CLAVE LOTE-VALOR
        UNSTRING JC-REC DELIMITED BY ALL SPACE
            INTO LOTE-CLAVE LOTE-VALOR
        MOVE FUNCTION UPPER-CASE(LOTE-CLAVE) TO LOTE-CLAVE
        MOVE FUNCTION UPPER-CASE(LOTE-VALOR) TO LOTE-VALOR
        EVALUATE LOTE-CLAVE
            WHEN "TRABAJO"
                MOVE LOTE-VALOR TO LOTE-TRABAJO
            WHEN "OPERADOR"
                IF LOTE-VALOR(1:3) IS NUMERIC
                   AND LOTE-VALOR(4:7) = SPACES
                    MOVE LOTE-VALOR(1:3) TO LOTE-OPER
                ELSE
                    DISPLAY "  [!] OPERADOR debe ser un numero de "
                            "3 cifras: " LOTE-VALOR
                    MOVE "S" TO LOTE-ERR
                END-IF
            WHEN "PASO"
                EVALUATE LOTE-VALOR
                    WHEN "IMPRES"
                    WHEN "IMPTPV"
                    WHEN "AUDITORIA"
                    WHEN "DISPON"
                    WHEN "CORREO"
                    WHEN "PREVISION"
                    WHEN "CAJA"
                    WHEN "EJECUTIVO"
                        IF LOTE-N-PASOS >= 20
                            DISPLAY "  [!] Mas de 20 pasos en la ficha"
                            MOVE "S" TO LOTE-ERR
                        ELSE
                            ADD 1 TO LOTE-N-PASOS
                            MOVE LOTE-VALOR TO LP-COD(LOTE-N-PASOS)
                        END-IF
                    WHEN OTHER
                        DISPLAY "  [!] Paso desconocido: " LOTE-VALOR
                        MOVE "S" TO LOTE-ERR
                END-EVALUATE
            WHEN OTHER
                DISPLAY "  [!] Sentencia no reconocida: " JC-REC(1:40)
                MOVE "S" TO LOTE-ERR
        END-EVALUATE
    END-IF
    .

*> ----------------------------------------------------------------
*> Decide si la ejecucion es nueva o reanuda la ultima de este
*> trabajo: se reanuda si la ultima I de LOTELOG.DAT no tiene una
*> F con codigo menor de 08 (fallo o corte), a partir del paso
*> siguiente al ultimo que termino bien.
*> ----------------------------------------------------------------
LOTE-BUSCAR-REANUDACION.
    MOVE ZEROS TO LOTE-EJEC LOTE-EJEC-MAX LOTE-HECHO
    MOVE "N"   TO LOTE-ABIERTA
    OPEN INPUT F-LLG
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-LLG
    ELSE
        READ F-LLG
        PERFORM UNTIL WS-FS = "10"
            IF LL-EJEC > LOTE-EJEC-MAX
                MOVE LL-EJEC TO LOTE-EJEC-MAX
            END-IF
            IF LL-TRABAJO = LOTE-TRABAJO
                EVALUATE LL-TIPO
                    WHEN "I"
                        MOVE LL-EJEC TO LOTE-EJEC
                        MOVE ZEROS   TO LOTE-HECHO
                        MOVE "S"     TO LOTE-ABIERTA
                    WHEN "R"
                        IF LL-EJEC = LOTE-EJEC
                            MOVE "S" TO LOTE-ABIERTA
                        END-IF
                    WHEN "P"
                        IF LL-EJEC = LOTE-EJEC AND LL-RC < 8
                            MOVE LL-PASO TO LOTE-HECHO
                        END-IF
                    WHEN "F"
                        IF LL-EJEC = LOTE-EJEC AND LL-RC < 8
                            MOVE "N" TO LOTE-ABIERTA
                        END-IF
                END-EVALUATE
            END-IF
            READ F-LLG
        END-PERFORM
        CLOSE F-LLG
    END-IF
    IF LOTE-ABIERTA = "S" AND LOTE-OPCION = "NUEVO"
        DISPLAY "  Ejecucion " LOTE-EJEC " sin terminar: se descarta"
                " por peticion (NUEVO)"
        MOVE "N" TO LOTE-ABIERTA
    END-IF
    MOVE SPACES TO LL-COD LL-INICIO LL-FIN LL-TEXTO
    MOVE ZEROS  TO LL-PASO LL-RC LL-LEIDOS LL-GRABADOS LL-RECHAZOS
    IF LOTE-ABIERTA = "S"
        COMPUTE LOTE-DESDE = LOTE-HECHO + 1
        DISPLAY "  Trabajo " LOTE-TRABAJO ": se reanuda la ejecucion "
                LOTE-EJEC " en el paso " LOTE-DESDE
        MOVE "R" TO LL-TIPO
        STRING "reanudada en el paso " LOTE-DESDE
            DELIMITED BY SIZE INTO LL-TEXTO
    ELSE
        ADD 1 TO LOTE-EJEC-MAX GIVING LOTE-EJEC
        MOVE 1 TO LOTE-DESDE
        DISPLAY "  Trabajo " LOTE-TRABAJO ": ejecucion " LOTE-EJEC
        MOVE "I" TO LL-TIPO
        MOVE LOTE-FICHA TO LL-TEXTO
    END-IF
    DISPLAY "  Operador " SES-OPER-ID " " SES-RECEP
    MOVE SES-FECHA TO LL-FECHA
    PERFORM LOTE-HORA
    MOVE LOTE-FIN TO LL-INICIO
    PERFORM LOTE-ANOTAR
    .

*> ----------------------------------------------------------------
*> Un paso: lo ejecuta, fija su codigo de terminacion y contadores,
*> hace checkpoint si fue bien y lo anota en LOTELOG.DAT.
*> ----------------------------------------------------------------
LOTE-PASO-EJECUTAR.
    PERFORM LOTE-HORA
    MOVE LOTE-FIN  TO LOTE-INICIO
    MOVE SES-FECHA TO LOTE-FECHA
    MOVE ZEROS  TO LOTE-RC LOTE-LEIDOS LOTE-GRABADOS LOTE-RECHAZOS
    MOVE SPACES TO LOTE-TEXTO
    DISPLAY L-SIMPLE
    DISPLAY "  >>> Paso " LOTE-PASO " " LP-COD(LOTE-PASO)
            " -- inicio " LOTE-INICIO
    EVALUATE LP-COD(LOTE-PASO)
        WHEN "IMPRES"
            MOVE ZEROS TO W-CNT W-CNT2
            PERFORM RES-IMPORTAR
            MOVE WS-FS TO LOTE-FS
            PERFORM LOTE-PASO-IMPORTACION
        WHEN "IMPTPV"
            MOVE ZEROS TO W-CNT W-CNT2
            PERFORM SVC-IMPORTAR
            MOVE WS-FS TO LOTE-FS
            PERFORM LOTE-PASO-IMPORTACION
        WHEN "AUDITORIA"
            MOVE G-N-RES TO LOTE-LEIDOS
            PERFORM AUDITORIA-NOCTURNA
            MOVE WS-FS TO LOTE-FS
            *> reservas que la auditoria paso al historico
            IF LOTE-LEIDOS > G-N-RES
                SUBTRACT G-N-RES FROM LOTE-LEIDOS
                    GIVING LOTE-GRABADOS
            END-IF
            IF W-AUD-EXC > ZEROS
                MOVE 4 TO LOTE-RC
                MOVE W-AUD-EXC TO D-CNT
                STRING "descuadres en la conciliacion: " D-CNT
                    DELIMITED BY SIZE INTO LOTE-TEXTO
            ELSE
                STRING "nueva fecha de trabajo " SES-FECHA
                    DELIMITED BY SIZE INTO LOTE-TEXTO
            END-IF
        WHEN "DISPON"
            PERFORM EXPORTAR-DISPONIBILIDAD
            MOVE WS-FS TO LOTE-FS
            MOVE 150 TO LOTE-GRABADOS
        WHEN "CORREO"
            PERFORM CORR-GENERAR
            MOVE W-CO-FS       TO LOTE-FS
            MOVE W-CO-N        TO LOTE-LEIDOS
            MOVE W-CO-ESCRITOS TO LOTE-GRABADOS
            ADD W-CO-SIN-EMAIL W-CO-SIN-PL GIVING LOTE-RECHAZOS
            MOVE W-CO-FICHERO  TO LOTE-TEXTO
            IF W-CO-SIN-PL > ZEROS
                MOVE 4 TO LOTE-RC
                MOVE "mensajes sin plantilla" TO LOTE-TEXTO
            END-IF
        WHEN OTHER
            *> informes con copia en spool
            MOVE ZEROS TO SPOOL-TOTAL
            EVALUATE LP-COD(LOTE-PASO)
                WHEN "PREVISION" PERFORM INF-PREVISION
                WHEN "CAJA"      PERFORM FAC-CIERRE
                WHEN "EJECUTIVO" PERFORM INF-EJECUTIVO
            END-EVALUATE
            MOVE WS-FS TO LOTE-FS
            MOVE SPOOL-TOTAL TO LOTE-GRABADOS
            MOVE SPOOL-NOMBRE TO LOTE-TEXTO
    END-EVALUATE
    *> el ultimo acceso a fichero del paso tiene que haber ido bien
    IF LOTE-FS NOT = "00" AND LOTE-FS NOT = "35"
        MOVE 8 TO LOTE-RC
        MOVE SPACES TO LOTE-TEXTO
        STRING "error de fichero, estado " LOTE-FS
            DELIMITED BY SIZE INTO LOTE-TEXTO
    END-IF
    IF LOTE-RC < 8
        PERFORM SISTEMA-CHECKPOINT
        IF WS-FS NOT = "00"
            MOVE 8 TO LOTE-RC
            MOVE SPACES TO LOTE-TEXTO
            STRING "error al grabar los maestros, estado " WS-FS
                DELIMITED BY SIZE INTO LOTE-TEXTO
        END-IF
    END-IF
    IF LOTE-RC > LOTE-RC-MAX
        MOVE LOTE-RC TO LOTE-RC-MAX
    END-IF
    PERFORM LOTE-HORA
    MOVE "P"               TO LL-TIPO
    MOVE LOTE-PASO         TO LL-PASO
    MOVE LP-COD(LOTE-PASO) TO LL-COD
    MOVE LOTE-FECHA        TO LL-FECHA
    MOVE LOTE-INICIO       TO LL-INICIO
    MOVE LOTE-FIN          TO LL-FIN
    MOVE LOTE-RC           TO LL-RC
    MOVE LOTE-LEIDOS       TO LL-LEIDOS
    MOVE LOTE-GRABADOS     TO LL-GRABADOS
    MOVE LOTE-RECHAZOS     TO LL-RECHAZOS
    MOVE LOTE-TEXTO        TO LL-TEXTO
    PERFORM LOTE-ANOTAR
    DISPLAY "  <<< Paso " LOTE-PASO " " LP-COD(LOTE-PASO)
            " -- fin " LOTE-FIN " -- codigo " LOTE-RC
    DISPLAY "      leidos " LOTE-LEIDOS " grabados " LOTE-GRABADOS
            " rechazados " LOTE-RECHAZOS
    IF LOTE-TEXTO NOT = SPACES
        DISPLAY "      " LOTE-TEXTO
    END-IF
    .

*> Resultado comun de las dos importaciones (W-CNT altas, W-CNT2
*> rechazos). Sin fichero de entrada no hay nada que hacer.
LOTE-PASO-IMPORTACION.
    IF LOTE-FS = "35"
        MOVE "sin fichero de entrada" TO LOTE-TEXTO
    ELSE
        ADD W-CNT W-CNT2 GIVING LOTE-LEIDOS
        MOVE W-CNT  TO LOTE-GRABADOS
        MOVE W-CNT2 TO LOTE-RECHAZOS
        IF W-CNT2 > ZEROS
            MOVE 4 TO LOTE-RC
            MOVE "lineas rechazadas en RECHAZOS.DAT" TO LOTE-TEXTO
        END-IF
    END-IF
    .

DESPEDIDA.
    DISPLAY " "
    DISPLAY L-STARS
    DISPLAY "##                                                            ##"
    DISPLAY "##     HOTEL COBOL PALACE -- SESION CERRADA                  ##"
    DISPLAY "##     Hasta pronto. Que tenga un buen dia!                  ##"
    DISPLAY "##                                                            ##"
    DISPLAY L-STARS
    MOVE SES-OPS TO D-CNT
    DISPLAY "  Operaciones en sesion: " D-CNT
    DISPLAY " "
    .

*> ================================================================
*> MENU PRINCIPAL
*> ================================================================
MENU-PPAL.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  [" CFG-NOMBRE "]  " CFG-STARS
    DISPLAY L-DOBLE
    MOVE G-N-HAB TO D-CNT
    DISPLAY "  " SES-FECHA " | " SES-HORA
            " | Recep: " SES-RECEP
    MOVE ZEROS TO W-CNT W-CNT2
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-ESTADO(W-I) = "L" ADD 1 TO W-CNT END-IF
        IF H-ESTADO(W-I) = "O" ADD 1 TO W-CNT2 END-IF
    END-PERFORM
    MOVE W-CNT  TO D-CNT
    MOVE W-CNT2 TO D-CNT2
    DISPLAY "  Libres: " D-CNT "   Ocupadas: " D-CNT2
    DISPLAY L-SIMPLE
    DISPLAY "  1. Reservas              5. Servicios de Habitacion"
    DISPLAY "  2. Check-In / Check-Out  6. Clientes y Fidelizacion"
    DISPLAY "  3. Cuadro de Habitaciones 7. Facturacion y Caja"
    DISPLAY "  4. Gestion Habitaciones  8. Informes y Estadisticas"
    DISPLAY "  0. Auditoria Nocturna    9. Salir del Sistema"
    DISPLAY L-SIMPLE
    DISPLAY "  >>> Opcion: " WITH NO ADVANCING
    ACCEPT W-OP
    EVALUATE W-OP
        WHEN 1 PERFORM MENU-RESERVAS
        WHEN 2 PERFORM MENU-CHECKIN
        WHEN 3 PERFORM CUADRO-HOTEL
        WHEN 4 PERFORM MENU-HAB
        WHEN 5 PERFORM MENU-SVC
        WHEN 6 PERFORM MENU-CLI
        WHEN 7 PERFORM MENU-FAC
        WHEN 8 PERFORM MENU-INF
        WHEN 0 PERFORM AUDITORIA-NOCTURNA
        WHEN 9 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion no valida (0-8 o 9)"
    END-EVALUATE
    .

*> ================================================================
*> AUDITORIA NOCTURNA -- cierre del dia y avance de fecha
*> ================================================================
AUDITORIA-NOCTURNA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  AUDITORIA NOCTURNA -- " SES-FECHA
    DISPLAY L-DOBLE
    IF W-LOTE = "S"
        MOVE "S" TO W-RESP
    ELSE
        DISPLAY "  Confirmar cierre del dia y avance de fecha? (S/N): "
                WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    END-IF
    IF W-RESP NOT = "S"
        DISPLAY "  Auditoria cancelada."
    ELSE
        MOVE ZEROS TO W-CNT W-CNT2 W-CNT3

        *> 1. Llegadas pendientes -- reservas "P" cuya entrada ya paso
        *>    se marcan como no presentadas (no-show) y liberan la hab.
        DISPLAY "  Llegadas no presentadas (no-show):"
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
            IF R-ESTADO(W-J) = "P" AND R-ENTRADA(W-J) < SES-FECHA
                ADD 1 TO W-CNT
                DISPLAY "   Res " R-ID(W-J)
                        " Hab " R-HAB(W-J)
                        " " R-NOMBRE-CLI(W-J)
                        " (entrada " R-ENTRADA(W-J) ")"
                MOVE "N" TO R-ESTADO(W-J)
                *> el deposito no devuelto queda retenido como
                *> penalizacion, igual que en una cancelacion
                IF R-PAGADO(W-J) > R-DEVUELTO(W-J)
                    MOVE SES-OPER-ID TO R-OPER-COBRO(W-J)
                    COMPUTE R-PENAL(W-J) =
                        R-PAGADO(W-J) - R-DEVUELTO(W-J)
                    MOVE SES-FECHA TO R-FECHA-PENAL(W-J)
                    MOVE "R"           TO W-CB-TIPO
                    MOVE SPACES        TO W-CB-FORMA
                    MOVE R-PENAL(W-J)  TO W-CB-IMP
                    PERFORM COBRO-ANOTAR
                    MOVE R-PENAL(W-J) TO D-IMP2
                    DISPLAY "     deposito retenido: " D-IMP2 " EUR"
                END-IF
                PERFORM LIBERAR-HAB-RES
            END-IF
        END-PERFORM
        IF W-CNT = ZEROS
            DISPLAY "   Ninguna."
        ELSE
            *> las fechas liberadas pueden dar hueco a la lista
            *> de espera
            PERFORM ESPERA-AVISAR-HUECOS
        END-IF

        *> 2. Salidas pendientes -- reservas "A" cuya salida ya paso
        *>    y el huesped sigue sin hacer check-out (solo se reporta).
        DISPLAY "  Salidas sin check-out:"
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
            IF R-ESTADO(W-J) = "A" AND R-SALIDA(W-J) <= SES-FECHA
                ADD 1 TO W-CNT2
                DISPLAY "   Res " R-ID(W-J)
                        " Hab " R-HAB(W-J)
                        " " R-NOMBRE-CLI(W-J)
                        " (salida prevista " R-SALIDA(W-J) ")"
            END-IF
        END-PERFORM
        IF W-CNT2 = ZEROS
            DISPLAY "   Ninguna."
        END-IF

        *> 3. Habitaciones cuyo estado no coincide con las reservas
        *>    (ocupada sin huesped activo, o libre con huesped activo)
        DISPLAY "  Incoherencias de estado de habitacion:"
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
            MOVE "N" TO W-ENC
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
                IF R-HAB(W-J) = H-NUM(W-I) AND R-ESTADO(W-J) = "A"
                    MOVE "S" TO W-ENC
                END-IF
            END-PERFORM
            IF H-ESTADO(W-I) = "O" AND W-ENC = "N"
                ADD 1 TO W-CNT3
                DISPLAY "   Hab " H-NUM(W-I)
                        " marcada OCUPADA sin huesped activo"
            END-IF
            IF H-ESTADO(W-I) NOT = "O" AND W-ENC = "S"
                ADD 1 TO W-CNT3
                DISPLAY "   Hab " H-NUM(W-I)
                        " tiene huesped activo pero no esta OCUPADA"
            END-IF
        END-PERFORM
        IF W-CNT3 = ZEROS
            DISPLAY "   Ninguna."
        END-IF

        DISPLAY L-SIMPLE
        MOVE W-CNT  TO D-CNT
        DISPLAY "  No-show: " D-CNT WITH NO ADVANCING
        MOVE W-CNT2 TO D-CNT
        DISPLAY "   | Salidas pendientes: " D-CNT WITH NO ADVANCING
        MOVE W-CNT3 TO D-CNT
        DISPLAY "   | Incoherencias: " D-CNT

        *> 4. Servicios incluidos en paquetes de los alojados
        PERFORM PAQ-CARGAR-NOCHE

        *> 5. Conciliacion de los ficheros de dinero entre si
        PERFORM AUDIT-CONCILIACION

        PERFORM RES-ARCHIVAR

        *> 6. Asientos del dia para contabilidad
        MOVE SES-FECHA TO W-GL-FECHA
        MOVE "N"       TO W-GL-REEXP
        PERFORM CONTAB-EXPORTAR-DIA

        *> 7. Alojados con saldo alto o sin pagar nada
        PERFORM LIM-INFORME-SALDOS

        PERFORM AVANZAR-FECHA-SESION
        PERFORM SISTEMA-CHECKPOINT
        DISPLAY "  Nueva fecha de trabajo: " SES-FECHA
        DISPLAY L-DOBLE
        ADD 1 TO SES-OPS
    END-IF
    .

AVANZAR-FECHA-SESION.
    MOVE SES-FECHA(1:4) TO W-FECHA-AAAA
    MOVE SES-FECHA(6:2) TO W-FECHA-MM
    MOVE SES-FECHA(9:2) TO W-FECHA-DD
    COMPUTE W-FECHA-DIA-JUL =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
        + 1
    MOVE FUNCTION DATE-OF-INTEGER(W-FECHA-DIA-JUL) TO W-FECHA-AAAAMMDD
    MOVE W-FECHA-AAAAMMDD(1:4) TO W-FECHA-AAAA
    MOVE W-FECHA-AAAAMMDD(5:2) TO W-FECHA-MM
    MOVE W-FECHA-AAAAMMDD(7:2) TO W-FECHA-DD
    STRING W-FECHA-AAAA "-" W-FECHA-MM "-" W-FECHA-DD
        DELIMITED BY SIZE INTO SES-FECHA
    .

*> ================================================================
*> CONCILIACION FINANCIERA DEL CIERRE -- cruza los ficheros de
*> dinero entre si para cazar la misma noche lo que hoy solo se
*> descubre semanas despues (ficheros a medio escribir tras una
*> caida, facturas que no aparecen, caja que no cuadra):
*>   1. numeracion de FACT.DAT: huecos, duplicados y contraste
*>      con el correlativo FCTL-NUM-FAC
*>   2. total facturado HOY contra los cobros de HOY que calcula
*>      el cierre de caja desde TBL-RES y el historico
*>   3. arqueos de CAJA.DAT del dia (mas el turno en curso) contra
*>      el efectivo cobrado hoy por forma de pago EF
*>   4. C-PUNTOS de cada cliente contra el ultimo saldo anotado
*>      en PUNTOS.DAT
*>   5. contadores del fichero de control contra las filas reales
*>      de HAB.DAT / CLI.DAT / RES.DAT
*> Cada discrepancia sale como excepcion en el informe spool
*> CONCILIA-<fecha>.TXT, que el auditor firma cada noche.
*> ================================================================
AUDIT-CONCILIACION.
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "CONCILIA-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "CONCILIACION FINANCIERA DEL CIERRE" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  CONCILIACION FINANCIERA -- " SES-FECHA
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-AUD-EXC

    *> --- 1. secuencia del registro de facturacion ---------------
    MOVE "  1. Numeracion del registro de facturas:" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-AUD-FA-ANT W-AUD-FA-MAX
    MOVE ZEROS TO W-AUD-FA-HOY W-AUD-FA-CNT
    OPEN INPUT F-FACT
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-FACT
        MOVE "     (sin facturas emitidas)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    ELSE
        READ F-FACT
        PERFORM UNTIL WS-FS = "10"
            IF W-AUD-FA-ANT > ZEROS
                IF FA-NUM = W-AUD-FA-ANT
                    ADD 1 TO W-AUD-EXC
                    STRING "     [!] Factura " FA-NUM " DUPLICADA"
                        DELIMITED BY SIZE INTO W-LIN
                    PERFORM IMPRIMIR-LIN
                END-IF
                IF FA-NUM > W-AUD-FA-ANT
                   AND FA-NUM NOT = W-AUD-FA-ANT + 1
                    ADD 1 TO W-AUD-EXC
                    STRING "     [!] HUECO entre facturas "
                           W-AUD-FA-ANT " y " FA-NUM
                        DELIMITED BY SIZE INTO W-LIN
                    PERFORM IMPRIMIR-LIN
                END-IF
                IF FA-NUM < W-AUD-FA-ANT
                    ADD 1 TO W-AUD-EXC
                    STRING "     [!] Factura " FA-NUM
                           " fuera de orden"
                        DELIMITED BY SIZE INTO W-LIN
                    PERFORM IMPRIMIR-LIN
                END-IF
            END-IF
            MOVE FA-NUM TO W-AUD-FA-ANT
            IF FA-NUM > W-AUD-FA-MAX
                MOVE FA-NUM TO W-AUD-FA-MAX
            END-IF
            IF FA-FECHA = SES-FECHA
                ADD FA-TOTAL TO W-AUD-FA-HOY
                ADD 1 TO W-AUD-FA-CNT
            END-IF
            READ F-FACT
        END-PERFORM
        CLOSE F-FACT
        IF W-AUD-FA-MAX NOT = G-NUM-FAC
            ADD 1 TO W-AUD-EXC
            STRING "     [!] Ultima factura " W-AUD-FA-MAX
                   " no casa con el correlativo " G-NUM-FAC
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        ELSE
            MOVE "     Secuencia correcta y correlativo al dia"
                TO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-IF

    *> --- 2. facturado hoy contra cobrado hoy --------------------
    MOVE "  2. Facturas de hoy contra cobros de hoy:" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-AUD-COBROS W-AUD-EF
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-FECHA-COBRO(W-J) = SES-FECHA
            ADD R-PAGADO(W-J) TO W-AUD-COBROS
            IF R-FORMA-PAGO(W-J)(1:2) = "EF"
                ADD R-PAGADO(W-J) TO W-AUD-EF
            END-IF
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "35"
        CONTINUE
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-FECHA-COBRO = SES-FECHA
                ADD RH-PAGADO TO W-AUD-COBROS
                IF RH-FORMA-PAGO(1:2) = "EF"
                    ADD RH-PAGADO TO W-AUD-EF
                END-IF
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    MOVE W-AUD-FA-CNT TO D-CNT
    MOVE W-AUD-FA-HOY TO D-IMP2
    STRING "     Facturado hoy (" D-CNT " fac.): " D-IMP2 " EUR"
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-AUD-COBROS TO D-IMP2
    STRING "     Cobrado hoy             : " D-IMP2 " EUR"
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-AUD-FA-HOY NOT = W-AUD-COBROS
        ADD 1 TO W-AUD-EXC
        MOVE "     [!] Difieren: revisar depositos previos, "
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "         cargos a credito y facturas sin emitir"
            TO W-LIN
        PERFORM IMPRIMIR-LIN
    ELSE
        MOVE "     Cuadrado" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF

    *> --- 3. arqueos de caja contra efectivo cobrado -------------
    MOVE "  3. Arqueos de caja contra efectivo del dia:" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-AUD-CAJA-EF
    OPEN INPUT F-CAJA
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-CAJA
    ELSE
        READ F-CAJA
        PERFORM UNTIL WS-FS = "10"
            IF CJ-FECHA = SES-FECHA
                ADD CJ-EF-COBRADO TO W-AUD-CAJA-EF
            END-IF
            READ F-CAJA
        END-PERFORM
        CLOSE F-CAJA
    END-IF
    *> el turno en curso aun no ha arqueado: su efectivo cuenta
    ADD SES-EF-TURNO TO W-AUD-CAJA-EF
    MOVE W-AUD-CAJA-EF TO D-IMP3
    STRING "     Efectivo segun arqueos+turno: " D-IMP3 " EUR"
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-AUD-EF TO D-IMP2
    STRING "     Efectivo cobrado (EF) hoy   : " D-IMP2 " EUR"
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-AUD-CAJA-EF NOT = W-AUD-EF
        ADD 1 TO W-AUD-EXC
        MOVE "     [!] Difieren: revisar devoluciones en "
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "         efectivo y arqueos del dia" TO W-LIN
        PERFORM IMPRIMIR-LIN
    ELSE
        MOVE "     Cuadrado" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF

    *> --- 4. puntos de fidelizacion contra su libro --------------
    MOVE "  4. Saldos de puntos contra PUNTOS.DAT:" TO W-LIN
    PERFORM IMPRIMIR-LIN
    INITIALIZE TBL-AUD-PT
    OPEN INPUT F-PUNTOS
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-PUNTOS
    ELSE
        READ F-PUNTOS
        PERFORM UNTIL WS-FS = "10"
            MOVE PT-CLI-ID TO W-BUSCAR-C
            PERFORM BUSCAR-CLI
            IF W-ENC = "S"
                MOVE PT-SALDO TO AUD-PT-SALDO(W-IDX-C)
                MOVE "S"      TO AUD-PT-VISTO(W-IDX-C)
            END-IF
            READ F-PUNTOS
        END-PERFORM
        CLOSE F-PUNTOS
    END-IF
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF AUD-PT-VISTO(W-K) = "S"
           AND C-PUNTOS(W-K) NOT = AUD-PT-SALDO(W-K)
            ADD 1 TO W-AUD-EXC
            ADD 1 TO W-CNT
            STRING "     [!] Cliente " C-ID(W-K)
                   ": ficha " C-PUNTOS(W-K)
                   " / libro " AUD-PT-SALDO(W-K)
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        MOVE "     Saldos cuadrados" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF

    *> --- 5. contadores de control contra filas reales -----------
    MOVE "  5. Fichero de control contra ficheros maestros:"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    OPEN INPUT F-CTL
    IF WS-FS NOT = "00"
        CLOSE F-CTL
        MOVE "     (sin fichero de control legible: primera "
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "      sesion, o revisarlo a mano)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    ELSE
        READ F-CTL
        CLOSE F-CTL
        *> un maestro que no abre limpio (status distinto de 00)
        *> es excepcion en si mismo y NO se intenta leer: un READ
        *> sobre un fichero mal abierto nunca llega al fin-de-
        *> fichero y colgaria la auditoria
        MOVE ZEROS TO W-CNT
        OPEN INPUT F-HAB
        IF WS-FS NOT = "00"
            ADD 1 TO W-AUD-EXC
            STRING "     [!] HAB.DAT ilegible (estado " WS-FS ")"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        ELSE
            READ F-HAB
            PERFORM UNTIL WS-FS = "10"
                ADD 1 TO W-CNT
                READ F-HAB
            END-PERFORM
            CLOSE F-HAB
            IF W-CNT NOT = FCTL-N-HAB
                ADD 1 TO W-AUD-EXC
                STRING "     [!] HAB.DAT: " W-CNT " filas, control "
                       FCTL-N-HAB DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
        END-IF
        MOVE ZEROS TO W-CNT
        OPEN INPUT F-CLI
        IF WS-FS NOT = "00"
            ADD 1 TO W-AUD-EXC
            STRING "     [!] CLI.DAT ilegible (estado " WS-FS ")"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        ELSE
            READ F-CLI
            PERFORM UNTIL WS-FS = "10"
                ADD 1 TO W-CNT
                READ F-CLI
            END-PERFORM
            CLOSE F-CLI
            IF W-CNT NOT = FCTL-N-CLI
                ADD 1 TO W-AUD-EXC
                STRING "     [!] CLI.DAT: " W-CNT " filas, control "
                       FCTL-N-CLI DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
        END-IF
        MOVE ZEROS TO W-CNT
        OPEN INPUT F-RES
        IF WS-FS NOT = "00"
            ADD 1 TO W-AUD-EXC
            STRING "     [!] RES.DAT ilegible (estado " WS-FS ")"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        ELSE
            READ F-RES
            PERFORM UNTIL WS-FS = "10"
                ADD 1 TO W-CNT
                READ F-RES
            END-PERFORM
            CLOSE F-RES
            IF W-CNT NOT = FCTL-N-RES
                ADD 1 TO W-AUD-EXC
                STRING "     [!] RES.DAT: " W-CNT " filas, control "
                       FCTL-N-RES DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
        END-IF
        MOVE "     (los contadores reflejan el ultimo checkpoint;"
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "      una diferencia tras caida exige revisar el "
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "      diario reaplicado en el arranque)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF

    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-AUD-EXC TO D-CNT
    STRING "  EXCEPCIONES DETECTADAS: " D-CNT
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  Firma del auditor nocturno: __________________"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    .

*> ================================================================
*> INTERFAZ CONTABLE -- asientos de partida doble del dia
*> W-GL-FECHA para el paquete de contabilidad. Fuentes:
*>   - FACT.DAT: facturas del dia, desglosadas en alojamiento,
*>     servicios, IVA y tasa turistica contra clientes
*>   - RECTIF.DAT: abonos del dia (base e IVA contra clientes)
*>   - COBROS.DAT: anticipos/depositos, cobros, aplicacion de
*>     anticipos y devoluciones, por forma de pago
*>   - TBL-RES / RESHIST.DAT: penalizaciones retenidas del dia
*>   - CTAMOV.DAT: cargos y pagos de las cuentas de credito
*>   - CAJA.DAT: varianzas de los arqueos del dia
*> Las cuentas salen del mapa CONTAMAP.DAT (concepto + forma de
*> pago). El dia se monta entero en TBL-GL; solo si debe = haber y
*> todo concepto tiene cuenta se escribe ASIENTOS-<fecha>.DAT y se
*> anota en CONTACTL.DAT. Si no, se rechaza y el listado
*> CONTAB-<fecha>.TXT marca las excepciones. Un dia ya exportado no
*> se repite salvo reexportacion expresa (W-GL-REEXP = "S").
*> ================================================================
CONTAB-EXPORTAR-DIA.
    MOVE "N" TO W-GL-YA
    IF W-GL-REEXP NOT = "S"
        OPEN INPUT F-GLC
        IF WS-FS = "05"
            CLOSE F-GLC
        ELSE
            READ F-GLC
            PERFORM UNTIL WS-FS = "10"
                IF GC-FECHA = W-GL-FECHA
                    MOVE "S" TO W-GL-YA
                END-IF
                READ F-GLC
            END-PERFORM
            CLOSE F-GLC
        END-IF
    END-IF
    IF W-GL-YA = "S"
        DISPLAY "  Interfaz contable: el dia " W-GL-FECHA
                " ya estaba exportado"
        DISPLAY "  (si hay que repetirlo, use la reexportacion "
                "del menu de caja)"
    ELSE
        MOVE ZEROS TO W-GL-N W-GL-ASI W-GL-EXC
        MOVE ZEROS TO W-GL-DEBE W-GL-HABER
        MOVE "N"   TO W-GL-LLENO
        PERFORM CONTAB-GEN-FACTURAS
        PERFORM CONTAB-GEN-RECTIFICATIVAS
        PERFORM CONTAB-GEN-COBROS
        PERFORM CONTAB-GEN-PENALIZACIONES
        PERFORM CONTAB-GEN-CUENTAS
        PERFORM CONTAB-GEN-CAJA
        PERFORM CONTAB-LISTAR-Y-GRABAR
    END-IF
    .

*> Facturas emitidas el dia: clientes al debe; alojamiento,
*> servicios, IVA y tasa al haber. Servicios e IVA salen de la
*> reserva facturada (viva o archivada) y el alojamiento es el
*> resto, de modo que el asiento cuadra siempre con FA-TOTAL; si
*> la reserva ya no se encuentra se desglosa con el IVA vigente.
CONTAB-GEN-FACTURAS.
    OPEN INPUT F-FACT
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-FACT
    ELSE
        READ F-FACT
        PERFORM UNTIL WS-FS = "10"
            IF FA-FECHA = W-GL-FECHA
                PERFORM CONTAB-FACTURA
            END-IF
            READ F-FACT
        END-PERFORM
        CLOSE F-FACT
    END-IF
    .

CONTAB-FACTURA.
    IF FA-TASA IS NUMERIC
        MOVE FA-TASA TO W-GL-TASA
    ELSE
        MOVE ZEROS TO W-GL-TASA
    END-IF
    IF W-GL-TASA > FA-TOTAL
        MOVE ZEROS TO W-GL-TASA
    END-IF
    MOVE ZEROS TO W-GL-SVC W-GL-IVA
    MOVE "N" TO W-ENC2
    MOVE FA-RES-ID TO W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "S"
        MOVE R-IMPORTE-SVC(W-IDX-R) TO W-GL-SVC
        MOVE R-IVA(W-IDX-R)         TO W-GL-IVA
        MOVE "S" TO W-ENC2
    ELSE
        PERFORM BUSCAR-RES-HISTORICO
        IF W-ENC = "S"
            MOVE RH-IMPORTE-SVC TO W-GL-SVC
            MOVE RH-IVA         TO W-GL-IVA
            MOVE "S" TO W-ENC2
        END-IF
    END-IF
    IF W-ENC2 = "S"
       AND FA-TOTAL >= W-GL-TASA + W-GL-IVA + W-GL-SVC
        COMPUTE W-GL-ALOJ = FA-TOTAL - W-GL-TASA - W-GL-IVA
                          - W-GL-SVC
    ELSE
        PERFORM RESOLVER-IVA-VIGENTE
        COMPUTE W-GL-BASE ROUNDED =
            (FA-TOTAL - W-GL-TASA) / (1 + W-IVA-VIG)
        COMPUTE W-GL-IVA = FA-TOTAL - W-GL-TASA - W-GL-BASE
        MOVE W-GL-BASE TO W-GL-ALOJ
        MOVE ZEROS     TO W-GL-SVC
    END-IF
    ADD 1 TO W-GL-ASI
    MOVE FA-NUM TO W-GL-DOC
    MOVE SPACES TO W-GL-CONC
    STRING "Factura " FA-NOMBRE-CLI DELIMITED BY SIZE
        INTO W-GL-CONC
    MOVE FA-FORMA-PAGO TO W-CB-FORMA
    PERFORM CONTAB-FORMA
    MOVE "CLIENTES" TO W-GL-EVENTO
    MOVE "D"        TO W-GL-DH
    MOVE FA-TOTAL   TO W-GL-IMP
    PERFORM CONTAB-APUNTE
    MOVE "*"        TO W-GL-FORMA
    MOVE "H"        TO W-GL-DH
    MOVE "VTA-ALOJ" TO W-GL-EVENTO
    MOVE W-GL-ALOJ  TO W-GL-IMP
    PERFORM CONTAB-APUNTE
    MOVE "VTA-SERV" TO W-GL-EVENTO
    MOVE W-GL-SVC   TO W-GL-IMP
    PERFORM CONTAB-APUNTE
    MOVE "IVA-REP"  TO W-GL-EVENTO
    MOVE W-GL-IVA   TO W-GL-IMP
    PERFORM CONTAB-APUNTE
    MOVE "TASA-TUR" TO W-GL-EVENTO
    MOVE W-GL-TASA  TO W-GL-IMP
    PERFORM CONTAB-APUNTE
    .

*> Rectificativas del dia: abono de ventas (base) e IVA al debe,
*> clientes al haber; la base se obtiene con el IVA vigente.
CONTAB-GEN-RECTIFICATIVAS.
    OPEN INPUT F-RECT
    IF WS-FS = "05"
        CLOSE F-RECT
    ELSE
        READ F-RECT
        PERFORM UNTIL WS-FS = "10"
            IF RC-FECHA = W-GL-FECHA
                PERFORM RESOLVER-IVA-VIGENTE
                COMPUTE W-GL-BASE ROUNDED =
                    RC-IMPORTE / (1 + W-IVA-VIG)
                COMPUTE W-GL-IVA = RC-IMPORTE - W-GL-BASE
                ADD 1 TO W-GL-ASI
                MOVE RC-NUM TO W-GL-DOC
                MOVE SPACES TO W-GL-CONC
                STRING "Abono fac. " RC-FAC-NUM DELIMITED BY SIZE
                    INTO W-GL-CONC
                MOVE "*"        TO W-GL-FORMA
                MOVE "D"        TO W-GL-DH
                MOVE "ABONOS"   TO W-GL-EVENTO
                MOVE W-GL-BASE  TO W-GL-IMP
                PERFORM CONTAB-APUNTE
                MOVE "IVA-REP"  TO W-GL-EVENTO
                MOVE W-GL-IVA   TO W-GL-IMP
                PERFORM CONTAB-APUNTE
                MOVE "H"        TO W-GL-DH
                MOVE "CLIENTES" TO W-GL-EVENTO
                MOVE RC-IMPORTE TO W-GL-IMP
                PERFORM CONTAB-APUNTE
            END-IF
            READ F-RECT
        END-PERFORM
        CLOSE F-RECT
    END-IF
    .

*> Movimientos del libro de cobros del dia:
*>   A  tesoreria (forma) a anticipos de clientes
*>   C  tesoreria (forma) a clientes
*>   R  anticipos de clientes a clientes
*>   D  clientes a tesoreria (forma)
CONTAB-GEN-COBROS.
    OPEN INPUT F-COB
    IF WS-FS = "05"
        CLOSE F-COB
    ELSE
        READ F-COB
        PERFORM UNTIL WS-FS = "10"
            IF CB-FECHA = W-GL-FECHA
                ADD 1 TO W-GL-ASI
                MOVE CB-RES-ID  TO W-GL-DOC
                MOVE CB-IMPORTE TO W-GL-IMP
                MOVE CB-FORMA   TO W-CB-FORMA
                PERFORM CONTAB-FORMA
                EVALUATE CB-TIPO
                    WHEN "A"
                        MOVE "Deposito / anticipo" TO W-GL-CONC
                        MOVE "TESORER"  TO W-GL-EVENTO
                        MOVE "D"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                        MOVE "ANTICIPO" TO W-GL-EVENTO
                        MOVE "*"        TO W-GL-FORMA
                        MOVE "H"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                    WHEN "C"
                        MOVE "Cobro de estancia" TO W-GL-CONC
                        MOVE "TESORER"  TO W-GL-EVENTO
                        MOVE "D"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                        MOVE "CLIENTES" TO W-GL-EVENTO
                        MOVE "*"        TO W-GL-FORMA
                        MOVE "H"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                    WHEN "R"
                        MOVE "Aplicacion de anticipos" TO W-GL-CONC
                        MOVE "*"        TO W-GL-FORMA
                        MOVE "ANTICIPO" TO W-GL-EVENTO
                        MOVE "D"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                        MOVE "CLIENTES" TO W-GL-EVENTO
                        MOVE "H"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                    WHEN "D"
                        MOVE "Devolucion al cliente" TO W-GL-CONC
                        MOVE "TESORER"  TO W-GL-EVENTO
                        MOVE "H"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                        MOVE "CLIENTES" TO W-GL-EVENTO
                        MOVE "*"        TO W-GL-FORMA
                        MOVE "D"        TO W-GL-DH
                        PERFORM CONTAB-APUNTE
                END-EVALUATE
            END-IF
            READ F-COB
        END-PERFORM
        CLOSE F-COB
    END-IF
    .

*> Penalizaciones retenidas el dia, de cancelaciones y de depositos
*> de no-show (reservas vivas y ya archivadas): clientes a ingresos
*> por penalizaciones.
CONTAB-GEN-PENALIZACIONES.
    MOVE "*" TO W-GL-FORMA
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-FECHA-PENAL(W-J) = W-GL-FECHA
           AND R-PENAL(W-J) > ZEROS
            IF R-ESTADO(W-J) = "N"
                MOVE "Deposito retenido no-show" TO W-GL-CONC
            ELSE
                MOVE "Penalizacion cancelacion" TO W-GL-CONC
            END-IF
            ADD 1 TO W-GL-ASI
            MOVE R-ID(W-J)    TO W-GL-DOC
            MOVE R-PENAL(W-J) TO W-GL-IMP
            MOVE "CLIENTES" TO W-GL-EVENTO
            MOVE "D"        TO W-GL-DH
            PERFORM CONTAB-APUNTE
            MOVE "PENALIZ"  TO W-GL-EVENTO
            MOVE "H"        TO W-GL-DH
            PERFORM CONTAB-APUNTE
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-FECHA-PENAL = W-GL-FECHA
               AND RH-PENAL IS NUMERIC
               AND RH-PENAL > ZEROS
                IF RH-ESTADO = "N"
                    MOVE "Deposito retenido no-show" TO W-GL-CONC
                ELSE
                    MOVE "Penalizacion cancelacion" TO W-GL-CONC
                END-IF
                ADD 1 TO W-GL-ASI
                MOVE RH-ID    TO W-GL-DOC
                MOVE RH-PENAL TO W-GL-IMP
                MOVE "CLIENTES" TO W-GL-EVENTO
                MOVE "D"        TO W-GL-DH
                PERFORM CONTAB-APUNTE
                MOVE "PENALIZ"  TO W-GL-EVENTO
                MOVE "H"        TO W-GL-DH
                PERFORM CONTAB-APUNTE
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    .

*> Movimientos de cuentas de credito del dia: el cargo de una
*> estancia pasa la deuda de clientes a la cuenta de credito; el
*> pago de la cuenta entra en tesoreria por su forma de pago.
CONTAB-GEN-CUENTAS.
    OPEN INPUT F-CTM
    IF WS-FS = "05"
        CLOSE F-CTM
    ELSE
        READ F-CTM
        PERFORM UNTIL WS-FS = "10"
            IF CM-FECHA = W-GL-FECHA
                ADD 1 TO W-GL-ASI
                MOVE SPACES TO W-GL-DOC
                STRING "CTA " CM-CTA-ID DELIMITED BY SIZE
                    INTO W-GL-DOC
                MOVE CM-IMPORTE TO W-GL-IMP
                IF CM-TIPO = "C"
                    MOVE SPACES TO W-GL-CONC
                    STRING "Cargo a cuenta, fac. " CM-FAC-NUM
                        DELIMITED BY SIZE INTO W-GL-CONC
                    MOVE "*"        TO W-GL-FORMA
                    MOVE "CTA-CRED" TO W-GL-EVENTO
                    MOVE "D"        TO W-GL-DH
                    PERFORM CONTAB-APUNTE
                    MOVE "CREDITO"  TO W-GL-FORMA
                    MOVE "CLIENTES" TO W-GL-EVENTO
                    MOVE "H"        TO W-GL-DH
                    PERFORM CONTAB-APUNTE
                ELSE
                    MOVE "Pago de cuenta de credito" TO W-GL-CONC
                    MOVE CM-FORMA   TO W-CB-FORMA
                    PERFORM CONTAB-FORMA
                    MOVE "TESORER"  TO W-GL-EVENTO
                    MOVE "D"        TO W-GL-DH
                    PERFORM CONTAB-APUNTE
                    MOVE "*"        TO W-GL-FORMA
                    MOVE "CTA-CRED" TO W-GL-EVENTO
                    MOVE "H"        TO W-GL-DH
                    PERFORM CONTAB-APUNTE
                END-IF
            END-IF
            READ F-CTM
        END-PERFORM
        CLOSE F-CTM
    END-IF
    .

*> Varianzas de los arqueos del dia: un sobrante entra en caja
*> contra diferencias de caja; un faltante, al reves.
CONTAB-GEN-CAJA.
    OPEN INPUT F-CAJA
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-CAJA
    ELSE
        READ F-CAJA
        PERFORM UNTIL WS-FS = "10"
            IF CJ-FECHA = W-GL-FECHA
               AND CJ-VARIANZA NOT = ZEROS
                ADD 1 TO W-GL-ASI
                MOVE SPACES TO W-GL-DOC
                STRING "CAJA " CJ-OPER-ID DELIMITED BY SIZE
                    INTO W-GL-DOC
                MOVE SPACES TO W-GL-CONC
                STRING "Varianza arqueo " CJ-TURNO
                    DELIMITED BY SIZE INTO W-GL-CONC
                MOVE CJ-VARIANZA TO W-GL-IMP
                MOVE "TESORER"   TO W-GL-EVENTO
                MOVE "EF"        TO W-GL-FORMA
                IF CJ-VARIANZA > ZEROS
                    MOVE "D" TO W-GL-DH
                ELSE
                    MOVE "H" TO W-GL-DH
                END-IF
                PERFORM CONTAB-APUNTE
                MOVE "DIF-CAJA"  TO W-GL-EVENTO
                MOVE "*"         TO W-GL-FORMA
                IF CJ-VARIANZA > ZEROS
                    MOVE "H" TO W-GL-DH
                ELSE
                    MOVE "D" TO W-GL-DH
                END-IF
                PERFORM CONTAB-APUNTE
            END-IF
            READ F-CAJA
        END-PERFORM
        CLOSE F-CAJA
    END-IF
    .

*> Normaliza la forma de pago de W-CB-FORMA a la clave del mapa
*> de cuentas en W-GL-FORMA: CREDITO, EF/TC/TR/DB, o "*" si no
*> consta.
CONTAB-FORMA.
    MOVE FUNCTION UPPER-CASE(W-CB-FORMA) TO W-CB-FORMA
    IF W-CB-FORMA(1:7) = "CREDITO"
        MOVE "CREDITO" TO W-GL-FORMA
    ELSE
        IF W-CB-FORMA(1:2) = SPACES
            MOVE "*" TO W-GL-FORMA
        ELSE
            MOVE W-CB-FORMA(1:2) TO W-GL-FORMA
        END-IF
    END-IF
    .

*> Anade a TBL-GL un apunte del asiento W-GL-ASI con el concepto
*> W-GL-EVENTO / W-GL-FORMA, lado W-GL-DH e importe W-GL-IMP (los
*> importes cero no generan apunte). La cuenta se resuelve en el
*> mapa: primero la fila de esa forma de pago exacta, si no la de
*> forma "*"; si no hay ninguna el apunte queda sin cuenta y
*> cuenta como excepcion.
CONTAB-APUNTE.
    IF W-GL-IMP > ZEROS
        IF W-GL-N >= CFG-MAX-GL
            MOVE "S" TO W-GL-LLENO
        ELSE
            ADD 1 TO W-GL-N
            MOVE W-GL-ASI    TO GL-ASIENTO(W-GL-N)
            MOVE W-GL-EVENTO TO GL-EVENTO(W-GL-N)
            MOVE W-GL-FORMA  TO GL-FORMA(W-GL-N)
            MOVE W-GL-DH     TO GL-DH(W-GL-N)
            MOVE W-GL-IMP    TO GL-IMPORTE(W-GL-N)
            MOVE W-GL-DOC    TO GL-DOC(W-GL-N)
            MOVE W-GL-CONC   TO GL-CONCEPTO(W-GL-N)
            MOVE SPACES      TO GL-CUENTA(W-GL-N)
            PERFORM VARYING W-IDX-GM FROM 1 BY 1
                    UNTIL W-IDX-GM > G-N-GLM
                IF GM-EVENTO(W-IDX-GM) = W-GL-EVENTO
                    IF GM-FORMA(W-IDX-GM) = W-GL-FORMA
                        MOVE GM-CUENTA(W-IDX-GM) TO GL-CUENTA(W-GL-N)
                    END-IF
                    IF GM-FORMA(W-IDX-GM) = "*"
                       AND GL-CUENTA(W-GL-N) = SPACES
                        MOVE GM-CUENTA(W-IDX-GM) TO GL-CUENTA(W-GL-N)
                    END-IF
                END-IF
            END-PERFORM
            IF GL-CUENTA(W-GL-N) = SPACES
                ADD 1 TO W-GL-EXC
            END-IF
            IF W-GL-DH = "D"
                ADD W-GL-IMP TO W-GL-DEBE
            ELSE
                ADD W-GL-IMP TO W-GL-HABER
            END-IF
        END-IF
    END-IF
    .

*> Listado del dia en CONTAB-<fecha>.TXT y, si todo cuadra, fichero
*> de asientos y anotacion en el control de exportaciones.
CONTAB-LISTAR-Y-GRABAR.
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "CONTAB-" W-GL-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "INTERFAZ CONTABLE -- ASIENTOS DEL DIA" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  ASIENTOS PARA CONTABILIDAD -- DIA " W-GL-FECHA
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-GL-REEXP = "S"
        MOVE "  (REEXPORTACION AUTORIZADA)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  ASTO. CUENTA     D/H      IMPORTE  DOCUMENTO  CONCEPTO"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM VARYING W-IDX-GL FROM 1 BY 1 UNTIL W-IDX-GL > W-GL-N
        MOVE GL-IMPORTE(W-IDX-GL) TO D-IMP2
        STRING "  " GL-ASIENTO(W-IDX-GL) " " GL-CUENTA(W-IDX-GL)
               "  " GL-DH(W-IDX-GL) " " D-IMP2
               "  " GL-DOC(W-IDX-GL) " " GL-CONCEPTO(W-IDX-GL)(1:20)
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
        IF GL-CUENTA(W-IDX-GL) = SPACES
            STRING "     [!] Sin cuenta en el mapa para el concepto "
                   GL-EVENTO(W-IDX-GL) " forma " GL-FORMA(W-IDX-GL)
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    IF W-GL-N = ZEROS
        MOVE "  (sin movimientos contables en el dia)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-GL-DEBE TO D-IMP2
    STRING "  Total debe  : " D-IMP2 " EUR" DELIMITED BY SIZE
        INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-GL-HABER TO D-IMP2
    STRING "  Total haber : " D-IMP2 " EUR" DELIMITED BY SIZE
        INTO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-GL-LLENO = "S"
        ADD 1 TO W-GL-EXC
        MOVE "  [!] Demasiados apuntes para un solo dia: el dia no"
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "      se ha montado completo" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    IF W-GL-DEBE NOT = W-GL-HABER
        ADD 1 TO W-GL-EXC
        MOVE "  [!] DESCUADRE: el debe no coincide con el haber"
            TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-GL-EXC > ZEROS
        MOVE W-GL-EXC TO D-CNT
        STRING "  *** EXPORTACION RECHAZADA: " D-CNT
               " excepciones, no se genera fichero ***"
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    ELSE
        MOVE SPACES TO CONTAB-NOMBRE
        STRING "ASIENTOS-" W-GL-FECHA ".DAT" DELIMITED BY SIZE
            INTO CONTAB-NOMBRE
        OPEN OUTPUT F-GLX
        PERFORM VARYING W-IDX-GL FROM 1 BY 1 UNTIL W-IDX-GL > W-GL-N
            MOVE W-GL-FECHA             TO GX-FECHA
            MOVE GL-ASIENTO(W-IDX-GL)   TO GX-ASIENTO
            MOVE GL-CUENTA(W-IDX-GL)    TO GX-CUENTA
            MOVE GL-DH(W-IDX-GL)        TO GX-DH
            MOVE GL-IMPORTE(W-IDX-GL)   TO GX-IMPORTE
            MOVE GL-DOC(W-IDX-GL)       TO GX-DOC
            MOVE GL-CONCEPTO(W-IDX-GL)  TO GX-CONCEPTO
            WRITE GX-REC
        END-PERFORM
        CLOSE F-GLX
        ACCEPT W-HORA-SIS FROM TIME
        MOVE W-GL-FECHA  TO GC-FECHA
        MOVE SES-FECHA   TO GC-FECHA-PROC
        MOVE SPACES      TO GC-HORA
        STRING W-HORA-SIS(1:2) ":" W-HORA-SIS(3:2) ":"
               W-HORA-SIS(5:2) DELIMITED BY SIZE INTO GC-HORA
        MOVE SES-OPER-ID TO GC-OPER
        IF W-GL-REEXP = "S"
            MOVE "R" TO GC-TIPO
        ELSE
            MOVE "E" TO GC-TIPO
        END-IF
        MOVE W-GL-N      TO GC-LINEAS
        MOVE W-GL-DEBE   TO GC-IMPORTE
        OPEN EXTEND F-GLC
        WRITE GC-REC
        CLOSE F-GLC
        MOVE W-GL-N TO D-CNT
        STRING "  *** " D-CNT " apuntes exportados a " CONTAB-NOMBRE
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    .

*> ----------------------------------------------------------------
*> Reexportacion expresa de un dia ya cerrado (por ejemplo, tras
*> corregir el mapa de cuentas o si contabilidad perdio el
*> fichero). Exige autorizacion de supervisor y queda en el
*> registro de auditoria y en el control como tipo R.
*> ----------------------------------------------------------------
CONTAB-REEXPORTAR.
    DISPLAY " "
    DISPLAY "  Dia a reexportar (AAAA-MM-DD): " WITH NO ADVANCING
    ACCEPT W-GL-FECHA
    IF W-GL-FECHA = SPACES OR W-GL-FECHA >= SES-FECHA
        DISPLAY "  [!] Solo se pueden reexportar dias ya cerrados"
    ELSE
        MOVE "CONT-REX"      TO W-AO-ACCION
        MOVE W-GL-FECHA      TO W-AO-REF
        MOVE "Dia exportado" TO W-AO-ANTES
        MOVE "Reexportacion" TO W-AO-DESPUES
        PERFORM SUPERVISOR-AUTORIZAR
        IF W-AUT-OK = "S"
            MOVE "S" TO W-GL-REEXP
            PERFORM CONTAB-EXPORTAR-DIA
            MOVE "N" TO W-GL-REEXP
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Mantenimiento del mapa de cuentas contables: lista las filas y
*> permite cambiar la cuenta de una fila o anadir una nueva (por
*> ejemplo, una cuenta de banco propia para TC). Cada cambio pide
*> supervisor y queda en el registro de auditoria.
*> ----------------------------------------------------------------
CONTAB-MAPA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  MAPA DE CUENTAS CONTABLES"
    DISPLAY L-DOBLE
    DISPLAY "  N.  CONCEPTO FORMA   CUENTA     DESCRIPCION"
    DISPLAY L-SIMPLE
    PERFORM VARYING W-IDX-GM FROM 1 BY 1 UNTIL W-IDX-GM > G-N-GLM
        DISPLAY "  " W-IDX-GM "  " GM-EVENTO(W-IDX-GM)
                " " GM-FORMA(W-IDX-GM)
                " " GM-CUENTA(W-IDX-GM)
                " " GM-DESC(W-IDX-GM)
    END-PERFORM
    DISPLAY L-SIMPLE
    DISPLAY "  M=modificar cuenta  A=anadir fila  Enter=volver: "
            WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    EVALUATE W-RESP
        WHEN "M"
            DISPLAY "  Numero de fila: " WITH NO ADVANCING
            ACCEPT W-NUM
            IF W-NUM < 1 OR W-NUM > G-N-GLM
                DISPLAY "  [!] Fila inexistente"
            ELSE
                MOVE W-NUM TO W-IDX-GM
                DISPLAY "  Nueva cuenta: " WITH NO ADVANCING
                ACCEPT W-TXT
                IF W-TXT = SPACES
                    DISPLAY "  [!] Cuenta en blanco: sin cambios"
                ELSE
                    MOVE "CONTAMAP"          TO W-AO-ACCION
                    MOVE GM-EVENTO(W-IDX-GM) TO W-AO-REF
                    MOVE SPACES              TO W-AO-ANTES
                    STRING GM-FORMA(W-IDX-GM) " " GM-CUENTA(W-IDX-GM)
                        DELIMITED BY SIZE INTO W-AO-ANTES
                    MOVE SPACES              TO W-AO-DESPUES
                    STRING GM-FORMA(W-IDX-GM) " " W-TXT(1:10)
                        DELIMITED BY SIZE INTO W-AO-DESPUES
                    PERFORM SUPERVISOR-AUTORIZAR
                    IF W-AUT-OK = "S"
                        MOVE W-TXT(1:10) TO GM-CUENTA(W-IDX-GM)
                        PERFORM GUARDAR-CUENTAS-CONTABLES
                        DISPLAY "  *** CUENTA ACTUALIZADA ***"
                        ADD 1 TO SES-OPS
                    END-IF
                END-IF
            END-IF
        WHEN "A"
            IF G-N-GLM >= CFG-MAX-GLM
                DISPLAY "  [!] Mapa de cuentas lleno"
            ELSE
                DISPLAY "  Concepto (ej. TESORER)      : "
                        WITH NO ADVANCING
                ACCEPT W-GL-EVENTO
                MOVE FUNCTION UPPER-CASE(W-GL-EVENTO) TO W-GL-EVENTO
                DISPLAY "  Forma de pago (Enter=todas) : "
                        WITH NO ADVANCING
                ACCEPT W-GL-FORMA
                MOVE FUNCTION UPPER-CASE(W-GL-FORMA) TO W-GL-FORMA
                IF W-GL-FORMA = SPACES
                    MOVE "*" TO W-GL-FORMA
                END-IF
                DISPLAY "  Cuenta                      : "
                        WITH NO ADVANCING
                ACCEPT W-TXT
                DISPLAY "  Descripcion                 : "
                        WITH NO ADVANCING
                ACCEPT W-GL-CONC
                IF W-GL-EVENTO = SPACES OR W-TXT = SPACES
                    DISPLAY "  [!] Concepto o cuenta en blanco"
                ELSE
                    MOVE "CONTAMAP"  TO W-AO-ACCION
                    MOVE W-GL-EVENTO TO W-AO-REF
                    MOVE "(fila nueva)" TO W-AO-ANTES
                    MOVE SPACES      TO W-AO-DESPUES
                    STRING W-GL-FORMA " " W-TXT(1:10)
                        DELIMITED BY SIZE INTO W-AO-DESPUES
                    PERFORM SUPERVISOR-AUTORIZAR
                    IF W-AUT-OK = "S"
                        ADD 1 TO G-N-GLM
                        MOVE W-GL-EVENTO TO GM-EVENTO(G-N-GLM)
                        MOVE W-GL-FORMA  TO GM-FORMA(G-N-GLM)
                        MOVE W-TXT(1:10) TO GM-CUENTA(G-N-GLM)
                        MOVE W-GL-CONC   TO GM-DESC(G-N-GLM)
                        PERFORM GUARDAR-CUENTAS-CONTABLES
                        DISPLAY "  *** FILA ANADIDA AL MAPA ***"
                        ADD 1 TO SES-OPS
                    END-IF
                END-IF
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    DISPLAY L-DOBLE
    .

*> ================================================================
*> COMISIONES DE AGENCIAS Y OTAS
*> La comision se devenga cuando la reserva pasa al historico
*> (RES-ARCHIVAR): estancias cerradas, cancelaciones y no-shows,
*> cada una segun su contrato. Cada devengo y cada pago va al libro
*> COMISION.DAT; de el salen el extracto mensual por agencia, el
*> fichero de pagos para administracion y la posicion neta frente
*> a la cuenta de credito de la agencia.
*> ================================================================
MENU-COMISIONES.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** COMISIONES DE AGENCIAS Y OTAS ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Condiciones por canal / agencia"
    DISPLAY "  2. Extracto mensual de una agencia"
    DISPLAY "  3. Fichero de pagos del mes"
    DISPLAY "  4. Marcar comisiones como pagadas"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM COM-CONDICIONES
        WHEN 2 PERFORM COM-EXTRACTO
        WHEN 3 PERFORM COM-FICHERO-PAGOS
        WHEN 4 PERFORM COM-MARCAR-PAGADAS
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

*> ----------------------------------------------------------------
*> Devengo de la comision de la reserva W-J al archivarla. Busca
*> primero el contrato de su cuenta de credito y, si no hay, el de
*> su canal; calcula la base segun el contrato y el estado final de
*> la reserva y anota el devengo en el libro si sale importe.
*> ----------------------------------------------------------------
COMISION-DEVENGAR.
    MOVE ZEROS TO W-COM-IDX
    IF R-CTA-ID(W-J) > ZEROS
        PERFORM VARYING W-IDX-CC FROM 1 BY 1
                UNTIL W-IDX-CC > G-N-CCO OR W-COM-IDX > ZEROS
            IF CC-ACTIVO(W-IDX-CC) = "S"
               AND CC-CTA-ID(W-IDX-CC) = R-CTA-ID(W-J)
                MOVE W-IDX-CC TO W-COM-IDX
            END-IF
        END-PERFORM
    END-IF
    IF W-COM-IDX = ZEROS
        PERFORM VARYING W-IDX-CC FROM 1 BY 1
                UNTIL W-IDX-CC > G-N-CCO OR W-COM-IDX > ZEROS
            IF CC-ACTIVO(W-IDX-CC) = "S"
               AND CC-CTA-ID(W-IDX-CC) = ZEROS
               AND CC-CANAL(W-IDX-CC) = R-CANAL(W-J)
                MOVE W-IDX-CC TO W-COM-IDX
            END-IF
        END-PERFORM
    END-IF
    IF W-COM-IDX > ZEROS
        MOVE ZEROS TO W-COM-BASE
        EVALUATE R-ESTADO(W-J)
            WHEN "N" MOVE CC-NOSHOW(W-COM-IDX) TO W-COM-MODO
            WHEN "X" MOVE CC-CANCEL(W-COM-IDX) TO W-COM-MODO
            WHEN OTHER MOVE "C" TO W-COM-MODO
        END-EVALUATE
        EVALUATE W-COM-MODO
            WHEN "C"
                IF CC-BASE(W-COM-IDX) = "T"
                    MOVE R-BASE-IMPONIBLE(W-J) TO W-COM-BASE
                    IF CC-REGIMEN(W-COM-IDX) NOT = "S"
                       AND W-COM-BASE >= R-SUPL-REGIMEN(W-J)
                        SUBTRACT R-SUPL-REGIMEN(W-J) FROM W-COM-BASE
                    END-IF
                ELSE
                    MOVE R-BASE-HAB(W-J) TO W-COM-BASE
                    IF CC-REGIMEN(W-COM-IDX) = "S"
                        ADD R-SUPL-REGIMEN(W-J) TO W-COM-BASE
                    END-IF
                END-IF
            WHEN "P"
                *> lo retenido: la penalizacion de la cancelacion o
                *> el deposito que se queda el hotel en un no-show
                MOVE R-PENAL(W-J) TO W-COM-BASE
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        COMPUTE W-COM-IMP ROUNDED =
            W-COM-BASE * CC-PCT(W-COM-IDX) / 100
        IF W-COM-IMP > ZEROS
            MOVE "D"                  TO CMS-TIPO
            MOVE SES-FECHA            TO CMS-FECHA
            MOVE SES-FECHA(1:7)       TO CMS-MES
            MOVE CC-ID(W-COM-IDX)     TO CMS-CONTRATO
            MOVE R-ID(W-J)            TO CMS-RES-ID
            MOVE R-ESTADO(W-J)        TO CMS-ESTADO
            MOVE W-COM-BASE           TO CMS-BASE
            MOVE CC-PCT(W-COM-IDX)    TO CMS-PCT
            MOVE W-COM-IMP            TO CMS-IMPORTE
            MOVE SES-OPER-ID          TO CMS-OPER
            OPEN EXTEND F-COM
            WRITE CMS-REC
            CLOSE F-COM
            ADD 1 TO W-CNT3
        END-IF
    END-IF
    .

*> Busca el contrato W-COM-ID en TBL-CCO; deja W-COM-IDX (0 si no).
BUSCAR-CONTRATO-COM.
    MOVE ZEROS TO W-COM-IDX
    PERFORM VARYING W-IDX-CC FROM 1 BY 1 UNTIL W-IDX-CC > G-N-CCO
        IF CC-ID(W-IDX-CC) = W-COM-ID
            MOVE W-IDX-CC TO W-COM-IDX
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Totales del contrato W-COM-IDX: devengado y pagado en el mes
*> W-MES-INF (W-COM-DEV / W-COM-PAG / W-COM-PEND) y pendiente de
*> todos los meses (W-COM-PEND-TOT). Si el contrato es de una
*> agencia con cuenta de credito deja tambien lo que esta debe al
*> hotel (W-COM-DEUDA) y la posicion neta (W-COM-NETO).
*> ----------------------------------------------------------------
COM-TOTALES.
    MOVE ZEROS TO W-COM-DEV W-COM-PAG W-COM-PEND W-COM-PEND-TOT
    MOVE ZEROS TO W-COM-DEUDA W-COM-NETO
    OPEN INPUT F-COM
    IF WS-FS = "05"
        CLOSE F-COM
    ELSE
        READ F-COM
        PERFORM UNTIL WS-FS = "10"
            IF CMS-CONTRATO = CC-ID(W-COM-IDX)
                IF CMS-TIPO = "D"
                    ADD CMS-IMPORTE TO W-COM-PEND-TOT
                    IF CMS-MES = W-MES-INF
                        ADD CMS-IMPORTE TO W-COM-DEV
                    END-IF
                ELSE
                    SUBTRACT CMS-IMPORTE FROM W-COM-PEND-TOT
                    IF CMS-MES = W-MES-INF
                        ADD CMS-IMPORTE TO W-COM-PAG
                    END-IF
                END-IF
            END-IF
            READ F-COM
        END-PERFORM
        CLOSE F-COM
    END-IF
    IF W-COM-DEV > W-COM-PAG
        COMPUTE W-COM-PEND = W-COM-DEV - W-COM-PAG
    END-IF
    IF CC-CTA-ID(W-COM-IDX) > ZEROS
        MOVE CC-CTA-ID(W-COM-IDX) TO W-BUSCAR-CTA
        PERFORM BUSCAR-CTA
        IF W-ENC = "S"
            MOVE CT-SALDO(W-IDX-CT) TO W-COM-DEUDA
        END-IF
    END-IF
    COMPUTE W-COM-NETO = W-COM-DEUDA - W-COM-PEND-TOT
    .

*> ----------------------------------------------------------------
*> Mantenimiento de las condiciones: alta de un contrato o cambio
*> de un existente (para dejar de aplicarlo se desactiva, no se
*> borra, porque el libro conserva su numero). Cada cambio pide
*> supervisor y queda en el registro de auditoria.
*> ----------------------------------------------------------------
COM-CONDICIONES.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CONDICIONES DE COMISION"
    DISPLAY L-DOBLE
    DISPLAY "  ID  NOMBRE                CANAL      CTA   %   "
            "BASE REG N/S CAN ACT"
    DISPLAY L-SIMPLE
    PERFORM VARYING W-IDX-CC FROM 1 BY 1 UNTIL W-IDX-CC > G-N-CCO
        MOVE CC-PCT(W-IDX-CC) TO D-PCT2
        DISPLAY "  " CC-ID(W-IDX-CC)
                " " CC-NOMBRE(W-IDX-CC)(1:21)
                " " CC-CANAL(W-IDX-CC)
                " " CC-CTA-ID(W-IDX-CC)
                " " D-PCT2
                "  " CC-BASE(W-IDX-CC)
                "    " CC-REGIMEN(W-IDX-CC)
                "   " CC-NOSHOW(W-IDX-CC)
                "   " CC-CANCEL(W-IDX-CC)
                "   " CC-ACTIVO(W-IDX-CC)
    END-PERFORM
    IF G-N-CCO = ZEROS
        DISPLAY "  (sin contratos de comision)"
    END-IF
    DISPLAY L-SIMPLE
    DISPLAY "  BASE H=alojamiento T=total  REG S/N supl. regimen"
    DISPLAY "  N/S y CAN (no-show/cancelacion): N=nada "
            "P=sobre lo retenido C=completa"
    DISPLAY L-SIMPLE
    DISPLAY "  A=alta  M=modificar  Enter=volver: " WITH NO ADVANCING
    ACCEPT W-COM-OPC
    MOVE FUNCTION UPPER-CASE(W-COM-OPC) TO W-COM-OPC
    EVALUATE W-COM-OPC
        WHEN "A"
            IF G-N-CCO >= CFG-MAX-CCO
                DISPLAY "  [!] Capacidad maxima de contratos alcanzada"
            ELSE
                MOVE ZEROS TO W-COM-IDX
                PERFORM COM-PEDIR-CONDICIONES
            END-IF
        WHEN "M"
            DISPLAY "  ID de contrato: " WITH NO ADVANCING
            ACCEPT W-COM-ID
            PERFORM BUSCAR-CONTRATO-COM
            IF W-COM-IDX = ZEROS
                DISPLAY "  [!] Contrato no encontrado"
            ELSE
                PERFORM COM-PEDIR-CONDICIONES
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Pide los datos del contrato W-COM-IDX (0 = alta) y, con la
*> autorizacion de un supervisor, los graba en COMCOND.DAT.
COM-PEDIR-CONDICIONES.
    MOVE "S" TO W-RESP
    IF W-COM-IDX = ZEROS
        DISPLAY "  Nombre de la agencia / OTA   : " WITH NO ADVANCING
        ACCEPT W-COM-NOMBRE
        DISPLAY "  Canal (WEB/AGENCIA/APP...)   : " WITH NO ADVANCING
        ACCEPT W-COM-CANAL
        MOVE FUNCTION UPPER-CASE(W-COM-CANAL) TO W-COM-CANAL
        DISPLAY "  Cuenta de credito (0=ninguna): " WITH NO ADVANCING
        ACCEPT W-COM-CTA
        IF W-COM-NOMBRE = SPACES
            DISPLAY "  [!] Nombre obligatorio"
            MOVE "N" TO W-RESP
        END-IF
        IF W-COM-CTA = ZEROS AND W-COM-CANAL = SPACES
            DISPLAY "  [!] Indique un canal o una cuenta de credito"
            MOVE "N" TO W-RESP
        END-IF
        IF W-COM-CTA > ZEROS
            MOVE W-COM-CTA TO W-BUSCAR-CTA
            PERFORM BUSCAR-CTA
            IF W-ENC = "N"
                DISPLAY "  [!] Cuenta de credito inexistente"
                MOVE "N" TO W-RESP
            END-IF
        END-IF
    ELSE
        DISPLAY "  Contrato: " CC-NOMBRE(W-COM-IDX)
    END-IF
    IF W-RESP = "S"
        DISPLAY "  Porcentaje de comision       : " WITH NO ADVANCING
        ACCEPT W-COM-PCT
        DISPLAY "  Base (H=alojamiento T=total) : " WITH NO ADVANCING
        ACCEPT NCC-BASE
        DISPLAY "  Comisiona regimen (S/N)      : " WITH NO ADVANCING
        ACCEPT NCC-REG
        DISPLAY "  No-show (N/P/C)              : " WITH NO ADVANCING
        ACCEPT NCC-NOSHOW
        DISPLAY "  Cancelacion (N/P/C)          : " WITH NO ADVANCING
        ACCEPT NCC-CANCEL
        DISPLAY "  Activo (S/N)                 : " WITH NO ADVANCING
        ACCEPT NCC-ACTIVO
        MOVE FUNCTION UPPER-CASE(NCC-COND) TO NCC-COND
        IF W-COM-PCT = ZEROS OR W-COM-PCT > 50
           OR (NCC-BASE NOT = "H" AND NCC-BASE NOT = "T")
           OR (NCC-REG NOT = "S" AND NCC-REG NOT = "N")
           OR (NCC-NOSHOW NOT = "N" AND NCC-NOSHOW NOT = "P"
               AND NCC-NOSHOW NOT = "C")
           OR (NCC-CANCEL NOT = "N" AND NCC-CANCEL NOT = "P"
               AND NCC-CANCEL NOT = "C")
           OR (NCC-ACTIVO NOT = "S" AND NCC-ACTIVO NOT = "N")
            DISPLAY "  [!] Condiciones invalidas: sin cambios"
            MOVE "N" TO W-RESP
        END-IF
    END-IF
    IF W-RESP = "S"
        MOVE "COMISION" TO W-AO-ACCION
        MOVE SPACES     TO W-AO-ANTES W-AO-DESPUES
        IF W-COM-IDX = ZEROS
            MOVE "(alta)" TO W-AO-REF
            MOVE "(contrato nuevo)" TO W-AO-ANTES
        ELSE
            MOVE CC-ID(W-COM-IDX) TO W-AO-REF
            MOVE CC-PCT(W-COM-IDX) TO D-PCT2
            STRING D-PCT2 "% " CC-BASE(W-COM-IDX)
                   CC-REGIMEN(W-COM-IDX) CC-NOSHOW(W-COM-IDX)
                   CC-CANCEL(W-COM-IDX) CC-ACTIVO(W-COM-IDX)
                DELIMITED BY SIZE INTO W-AO-ANTES
        END-IF
        MOVE W-COM-PCT TO D-PCT2
        STRING D-PCT2 "% " NCC-COND DELIMITED BY SIZE
            INTO W-AO-DESPUES
        PERFORM SUPERVISOR-AUTORIZAR
        IF W-AUT-OK = "S"
            IF W-COM-IDX = ZEROS
                ADD 1 TO G-N-CCO
                ADD 1 TO G-ID-CCO
                MOVE G-N-CCO      TO W-COM-IDX
                MOVE G-ID-CCO     TO CC-ID(W-COM-IDX)
                MOVE W-COM-NOMBRE TO CC-NOMBRE(W-COM-IDX)
                MOVE W-COM-CANAL  TO CC-CANAL(W-COM-IDX)
                MOVE W-COM-CTA    TO CC-CTA-ID(W-COM-IDX)
            END-IF
            MOVE W-COM-PCT TO CC-PCT(W-COM-IDX)
            MOVE NCC-BASE   TO CC-BASE(W-COM-IDX)
            MOVE NCC-REG    TO CC-REGIMEN(W-COM-IDX)
            MOVE NCC-NOSHOW TO CC-NOSHOW(W-COM-IDX)
            MOVE NCC-CANCEL TO CC-CANCEL(W-COM-IDX)
            MOVE NCC-ACTIVO TO CC-ACTIVO(W-COM-IDX)
            PERFORM GUARDAR-CONDICIONES-COMISION
            DISPLAY "  *** CONTRATO " CC-ID(W-COM-IDX)
                    " GRABADO ***"
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Extracto mensual de comisiones de un contrato: devengos del mes
*> reserva a reserva, lo pagado, lo pendiente y, si la agencia
*> tiene cuenta de credito, su posicion neta con el hotel. Se
*> vuelca a COMIS-nnn-AAAA-MM.TXT.
*> ----------------------------------------------------------------
COM-EXTRACTO.
    DISPLAY " "
    DISPLAY "  ID de contrato: " WITH NO ADVANCING
    ACCEPT W-COM-ID
    PERFORM BUSCAR-CONTRATO-COM
    IF W-COM-IDX = ZEROS
        DISPLAY "  [!] Contrato no encontrado"
    ELSE
        DISPLAY "  Mes (AAAA-MM): " WITH NO ADVANCING
        ACCEPT W-MES-INF
        IF W-MES-INF = SPACES OR W-MES-INF(5:1) NOT = "-"
            DISPLAY "  [!] Mes invalido (formato AAAA-MM)"
        ELSE
            MOVE SPACES TO SPOOL-NOMBRE
            STRING "COMIS-" CC-ID(W-COM-IDX) "-" W-MES-INF ".TXT"
                DELIMITED BY SIZE INTO SPOOL-NOMBRE
            MOVE SPACES TO SPOOL-TITULO
            STRING "EXTRACTO DE COMISIONES -- " W-MES-INF
                DELIMITED BY SIZE INTO SPOOL-TITULO
            PERFORM SPOOL-ABRIR
            DISPLAY " "
            MOVE L-DOBLE TO W-LIN
            PERFORM IMPRIMIR-LIN
            STRING "  EXTRACTO DE COMISIONES -- " W-MES-INF
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE L-DOBLE TO W-LIN
            PERFORM IMPRIMIR-LIN
            STRING "  Contrato: " CC-ID(W-COM-IDX)
                   "  " CC-NOMBRE(W-COM-IDX)
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE CC-PCT(W-COM-IDX) TO D-PCT2
            STRING "  Canal   : " CC-CANAL(W-COM-IDX)
                   "  Cuenta: " CC-CTA-ID(W-COM-IDX)
                   "  Comision: " D-PCT2 "% base "
                   CC-BASE(W-COM-IDX)
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE L-SIMPLE TO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE "  FECHA      RESERVA E         BASE      %    COMISION"
                TO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE L-SIMPLE TO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE ZEROS TO W-CNT
            OPEN INPUT F-COM
            IF WS-FS = "05"
                CLOSE F-COM
            ELSE
                READ F-COM
                PERFORM UNTIL WS-FS = "10"
                    IF CMS-CONTRATO = CC-ID(W-COM-IDX)
                       AND CMS-MES = W-MES-INF
                        ADD 1 TO W-CNT
                        MOVE CMS-IMPORTE TO D-IMP
                        IF CMS-TIPO = "D"
                            MOVE CMS-BASE TO D-IMP2
                            MOVE CMS-PCT  TO D-PCT2
                            STRING "  " CMS-FECHA " " CMS-RES-ID
                                   "   " CMS-ESTADO " " D-IMP2
                                   " " D-PCT2 "  " D-IMP
                                DELIMITED BY SIZE INTO W-LIN
                        ELSE
                            STRING "  " CMS-FECHA " pago de comisiones"
                                   "          -" D-IMP
                                DELIMITED BY SIZE INTO W-LIN
                        END-IF
                        PERFORM IMPRIMIR-LIN
                    END-IF
                    READ F-COM
                END-PERFORM
                CLOSE F-COM
            END-IF
            IF W-CNT = ZEROS
                MOVE "  (sin comisiones en el mes)" TO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            PERFORM COM-TOTALES
            MOVE L-SIMPLE TO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE W-COM-DEV TO D-IMP2
            STRING "  Devengado en el mes     : " D-IMP2 " EUR"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE W-COM-PAG TO D-IMP2
            STRING "  Pagado del mes          : " D-IMP2 " EUR"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE W-COM-PEND TO D-IMP2
            STRING "  Pendiente del mes       : " D-IMP2 " EUR"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE W-COM-PEND-TOT TO D-IMP3
            STRING "  Pendiente total a pagar : " D-IMP3 " EUR"
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            IF CC-CTA-ID(W-COM-IDX) > ZEROS
                MOVE L-SIMPLE TO W-LIN
                PERFORM IMPRIMIR-LIN
                MOVE W-COM-DEUDA TO D-IMP3
                STRING "  Debe al hotel (cuenta " CC-CTA-ID(W-COM-IDX)
                       "): " D-IMP3 " EUR"
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
                MOVE W-COM-NETO TO D-IMP3
                IF W-COM-NETO < ZEROS
                    STRING "  POSICION NETA          : " D-IMP3
                           " EUR (a favor de la agencia)"
                        DELIMITED BY SIZE INTO W-LIN
                ELSE
                    STRING "  POSICION NETA          : " D-IMP3
                           " EUR (a favor del hotel)"
                        DELIMITED BY SIZE INTO W-LIN
                END-IF
                PERFORM IMPRIMIR-LIN
            END-IF
            MOVE L-DOBLE TO W-LIN
            PERFORM IMPRIMIR-LIN
            PERFORM SPOOL-CERRAR
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Fichero de pagos del mes para administracion: una linea por
*> contrato con comision pendiente de ese mes, con la deuda de la
*> agencia en su cuenta de credito y la posicion neta.
*> ----------------------------------------------------------------
COM-FICHERO-PAGOS.
    DISPLAY " "
    DISPLAY "  Mes a liquidar (AAAA-MM): " WITH NO ADVANCING
    ACCEPT W-MES-INF
    IF W-MES-INF = SPACES OR W-MES-INF(5:1) NOT = "-"
        DISPLAY "  [!] Mes invalido (formato AAAA-MM)"
    ELSE
        MOVE SPACES TO COMPAG-NOMBRE
        STRING "PAGOCOM-" W-MES-INF ".DAT" DELIMITED BY SIZE
            INTO COMPAG-NOMBRE
        OPEN OUTPUT F-CPG
        MOVE ZEROS TO W-CNT W-IMP
        DISPLAY " "
        DISPLAY L-DOBLE
        DISPLAY "  COMISIONES PENDIENTES DE PAGO -- " W-MES-INF
        DISPLAY L-DOBLE
        PERFORM VARYING W-COM-IDX FROM 1 BY 1
                UNTIL W-COM-IDX > G-N-CCO
            PERFORM COM-TOTALES
            IF W-COM-PEND > ZEROS
                MOVE W-MES-INF            TO CPG-MES
                MOVE CC-ID(W-COM-IDX)     TO CPG-CONTRATO
                MOVE CC-NOMBRE(W-COM-IDX) TO CPG-NOMBRE
                MOVE CC-CTA-ID(W-COM-IDX) TO CPG-CTA-ID
                MOVE W-COM-PEND           TO CPG-IMPORTE
                MOVE W-COM-DEUDA          TO CPG-DEUDA-CTA
                MOVE W-COM-NETO           TO CPG-NETO
                WRITE CPG-REC
                ADD 1 TO W-CNT
                ADD W-COM-PEND TO W-IMP
                MOVE W-COM-PEND TO D-IMP2
                MOVE W-COM-NETO TO D-IMP3
                DISPLAY "  " CC-ID(W-COM-IDX)
                        " " CC-NOMBRE(W-COM-IDX)
                        " " D-IMP2 "  neto " D-IMP3
            END-IF
        END-PERFORM
        CLOSE F-CPG
        DISPLAY L-SIMPLE
        MOVE W-CNT TO D-CNT
        MOVE W-IMP TO D-IMP2
        DISPLAY "  Agencias: " D-CNT "   Total a pagar: " D-IMP2 " EUR"
        DISPLAY "  Fichero para administracion: " COMPAG-NOMBRE
        DISPLAY L-DOBLE
        ADD 1 TO SES-OPS
    END-IF
    .

*> ----------------------------------------------------------------
*> Marca como pagado lo pendiente de un contrato en un mes: anota
*> un pago (P) por ese importe en el libro de comisiones.
*> ----------------------------------------------------------------
COM-MARCAR-PAGADAS.
    DISPLAY " "
    DISPLAY "  ID de contrato: " WITH NO ADVANCING
    ACCEPT W-COM-ID
    PERFORM BUSCAR-CONTRATO-COM
    IF W-COM-IDX = ZEROS
        DISPLAY "  [!] Contrato no encontrado"
    ELSE
        DISPLAY "  Mes pagado (AAAA-MM): " WITH NO ADVANCING
        ACCEPT W-MES-INF
        IF W-MES-INF = SPACES OR W-MES-INF(5:1) NOT = "-"
            DISPLAY "  [!] Mes invalido (formato AAAA-MM)"
        ELSE
            PERFORM COM-TOTALES
            IF W-COM-PEND = ZEROS
                DISPLAY "  No hay comisiones pendientes en ese mes."
            ELSE
                MOVE W-COM-PEND TO D-IMP2
                DISPLAY "  " CC-NOMBRE(W-COM-IDX)
                DISPLAY "  Pendiente del mes " W-MES-INF ": "
                        D-IMP2 " EUR"
                DISPLAY "  Confirmar pago? (S/N): " WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    MOVE "P"              TO CMS-TIPO
                    MOVE SES-FECHA        TO CMS-FECHA
                    MOVE W-MES-INF        TO CMS-MES
                    MOVE CC-ID(W-COM-IDX) TO CMS-CONTRATO
                    MOVE ZEROS            TO CMS-RES-ID
                    MOVE SPACES           TO CMS-ESTADO
                    MOVE ZEROS            TO CMS-BASE CMS-PCT
                    MOVE W-COM-PEND       TO CMS-IMPORTE
                    MOVE SES-OPER-ID      TO CMS-OPER
                    OPEN EXTEND F-COM
                    WRITE CMS-REC
                    CLOSE F-COM
                    DISPLAY "  *** COMISIONES MARCADAS COMO PAGADAS ***"
                    ADD 1 TO SES-OPS
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> ================================================================
*> CUADRO VISUAL DEL HOTEL
*> ================================================================
CUADRO-HOTEL.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CUADRO DE HABITACIONES -- " SES-FECHA
    DISPLAY L-DOBLE
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 5
        MOVE ZEROS TO W-CNT
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
            IF H-PLANTA(W-I) = W-M
                ADD 1 TO W-CNT
            END-IF
        END-PERFORM
        IF W-CNT > ZEROS
            MOVE W-M TO D-CNT2
            DISPLAY "  PLANTA " D-CNT2
            DISPLAY L-PUNTOS
            PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
                IF H-PLANTA(W-I) = W-M
                    MOVE H-PRECIO(W-I) TO D-IMP
                    EVALUATE H-ESTADO(W-I)
                        WHEN "L"
                            IF H-LIMPIEZA(W-I) = "I"
                                DISPLAY "  [ LIBRE  ] "
                                        H-NUM(W-I)
                                        " " H-TIPO-NOMBRE(W-I)
                                        " -- " D-IMP " EUR/noche"
                                        " | Cap:" H-CAP(W-I)
                                        " | Vista: " H-VISTA(W-I)
                            ELSE
                                DISPLAY "  [LIMPIEZA] "
                                        H-NUM(W-I)
                                        " " H-TIPO-NOMBRE(W-I)
                                        " -- " D-IMP " EUR/noche"
                                        " | Cap:" H-CAP(W-I)
                            END-IF
                        WHEN "O"
                            DISPLAY "  [OCUPADA ] "
                                    H-NUM(W-I)
                                    " " H-TIPO-NOMBRE(W-I)
                                    " -- " D-IMP " EUR/noche"
                                    " | Res:" H-RES-ID(W-I)
                        WHEN "M"
                            *> mostrar la orden de trabajo abierta y
                            *> su fecha prevista de vuelta al servicio
                            MOVE ZEROS TO W-IDX-O
                            PERFORM VARYING W-K FROM 1 BY 1
                                    UNTIL W-K > G-N-ORD
                                IF O-HAB(W-K) = H-NUM(W-I)
                                   AND O-ESTADO(W-K) = "A"
                                   AND W-IDX-O = ZEROS
                                    MOVE W-K TO W-IDX-O
                                END-IF
                            END-PERFORM
                            IF W-IDX-O = ZEROS
                                DISPLAY "  [ MANT.  ] "
                                        H-NUM(W-I)
                                        " " H-TIPO-NOMBRE(W-I)
                                        " (Fuera de servicio)"
                            ELSE
                                DISPLAY "  [ MANT.  ] "
                                        H-NUM(W-I)
                                        " " H-TIPO-NOMBRE(W-I)
                                        " OT " O-ID(W-IDX-O)
                                        " " O-DESC(W-IDX-O)(1:20)
                                        WITH NO ADVANCING
                                IF O-FECHA-PREV(W-IDX-O) < SES-FECHA
                                    DISPLAY " prev:"
                                            O-FECHA-PREV(W-IDX-O)
                                            " [RETRASADA]"
                                ELSE
                                    DISPLAY " prev:"
                                            O-FECHA-PREV(W-IDX-O)
                                END-IF
                            END-IF
                    END-EVALUATE
                END-IF
            END-PERFORM
            DISPLAY " "
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT W-CNT2 W-CNT3
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-ESTADO(W-I) = "L" ADD 1 TO W-CNT  END-IF
        IF H-ESTADO(W-I) = "O" ADD 1 TO W-CNT2 END-IF
        IF H-ESTADO(W-I) = "M" ADD 1 TO W-CNT3 END-IF
    END-PERFORM
    MOVE W-CNT  TO D-CNT
    MOVE W-CNT2 TO D-CNT2
    DISPLAY "  TOTAL -- Libres: " D-CNT "  Ocupadas: " D-CNT2
    IF G-N-HAB > ZEROS
        MULTIPLY W-CNT2 BY 100 GIVING W-TEMP
        DIVIDE G-N-HAB INTO W-TEMP GIVING W-TEMP
        MOVE W-TEMP TO D-PCT
        DISPLAY "  Porcentaje de ocupacion: " D-PCT "%"
    END-IF
    DISPLAY L-DOBLE
    .

*> ================================================================
*> 1. RESERVAS
*> ================================================================
MENU-RESERVAS.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** GESTION DE RESERVAS ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Nueva reserva"
    DISPLAY "  2. Consultar reserva"
    DISPLAY "  3. Modificar reserva"
    DISPLAY "  4. Cancelar reserva"
    DISPLAY "  5. Listar reservas activas"
    DISPLAY "  6. Buscar reservas de un cliente"
    DISPLAY "  7. Archivar completadas/canceladas"
    DISPLAY "  8. Consultar historico de reservas"
    DISPLAY "  9. Nueva reserva de grupo (varias habitaciones)"
    DISPLAY "  10. Consultar/cancelar reserva de grupo"
    DISPLAY "  11. Lista de espera"
    DISPLAY "  12. Importar reservas de canales (lote)"
    DISPLAY "  13. Exportar disponibilidad a canales"
    DISPLAY "  14. Paquetes"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM RES-NUEVA
        WHEN 2 PERFORM RES-CONSULTAR
        WHEN 3 PERFORM RES-MODIFICAR
        WHEN 4 PERFORM RES-CANCELAR
        WHEN 5 PERFORM RES-LISTAR
        WHEN 6 PERFORM RES-BUSCAR-CLI
        WHEN 7 PERFORM RES-ARCHIVAR
        WHEN 8 PERFORM RES-CONSULTAR-HISTORICO
        WHEN 9 PERFORM RES-NUEVA-GRUPO
        WHEN 10 PERFORM RES-GRUPO-CONSULTAR
        WHEN 11 PERFORM ESPERA-REVISAR
        WHEN 12 PERFORM RES-IMPORTAR
        WHEN 13 PERFORM EXPORTAR-DISPONIBILIDAD
        WHEN 14 PERFORM PAQ-MANTENIMIENTO
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

RES-NUEVA.
    MOVE "N" TO W-ERR
    IF G-N-RES >= CFG-MAX-RES
        DISPLAY "  [!] ERROR: Capacidad maxima de reservas alcanzada"
        MOVE "S" TO W-ERR
    END-IF
    IF W-ERR = "N"
        DISPLAY " "
        DISPLAY L-DOBLE
        DISPLAY "  NUEVA RESERVA"
        DISPLAY L-DOBLE
        DISPLAY "  Habitaciones (consulte fechas para ver disponibilidad real):"
        DISPLAY L-PUNTOS
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
            IF H-ESTADO(W-I) NOT = "M"
                MOVE H-PRECIO(W-I) TO D-IMP
                DISPLAY "   Hab " H-NUM(W-I)
                        "  " H-TIPO-NOMBRE(W-I)
                        " | Cap:" H-CAP(W-I)
                        " | " D-IMP " EUR/noche"
                        " | " H-VISTA(W-I)
            END-IF
        END-PERFORM
        DISPLAY L-SIMPLE
        DISPLAY "  Numero de habitacion (0 = reservar por tipo): "
                WITH NO ADVANCING
        ACCEPT NR-HAB
        IF NR-HAB = ZEROS
            PERFORM RES-ELEGIR-TIPO
        ELSE
            MOVE NR-HAB TO W-BUSCAR-H
            PERFORM BUSCAR-HAB
            IF W-ENC = "N"
                DISPLAY "  [!] Habitacion no encontrada"
                MOVE "S" TO W-ERR
            END-IF
        END-IF
    END-IF
    IF W-ERR = "N" AND NR-HAB > ZEROS
        MOVE W-IDX-H TO W-I
        IF H-ESTADO(W-I) = "M"
            DISPLAY "  [!] Habitacion fuera de servicio"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY "  ID cliente (0 = registrar nuevo ahora): "
                WITH NO ADVANCING
        ACCEPT NR-CLI
        IF NR-CLI = ZEROS
            PERFORM CLI-ALTA-RAPIDA
            IF W-ERR = "N"
                MOVE G-ID-CLI TO NR-CLI
                MOVE G-N-CLI TO W-IDX-C
            END-IF
        ELSE
            MOVE NR-CLI TO W-BUSCAR-C
            PERFORM BUSCAR-CLI
            IF W-ENC = "N"
                DISPLAY "  [!] Cliente no encontrado"
                MOVE "S" TO W-ERR
            END-IF
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY "  Fecha entrada  (AAAA-MM-DD) : " WITH NO ADVANCING
        ACCEPT NR-ENT
        DISPLAY "  Fecha salida   (AAAA-MM-DD) : " WITH NO ADVANCING
        ACCEPT NR-SAL
        DISPLAY "  Numero de noches            : " WITH NO ADVANCING
        ACCEPT NR-NOC
        IF NR-NOC <= ZEROS OR NR-NOC > CFG-MAX-NOCHES
            DISPLAY "  [!] Noches invalidas"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        IF NR-HAB = ZEROS
            PERFORM RES-DISPONIBILIDAD-TIPO
            IF W-TIPO-LIBRES < 1
                DISPLAY "  [!] Sin disponibilidad del tipo "
                        "para esas fechas"
                MOVE "S" TO W-ERR
            END-IF
        ELSE
            PERFORM RES-VERIFICAR-DISPONIBILIDAD
            IF W-ENC = "N"
                *> la habitacion esta libre, pero las reservas por
                *> tipo pendientes pueden tener ya comprometido
                *> todo el cupo del tipo para esas fechas
                MOVE H-TIPO(W-I) TO NR-TIPO
                PERFORM RES-DISPONIBILIDAD-TIPO
                MOVE W-IDX-H TO W-I
                IF W-TIPO-LIBRES < 1
                    MOVE "S" TO W-ENC
                END-IF
            END-IF
            IF W-ENC = "S"
                DISPLAY "  [!] Habitacion o cupo del tipo ya "
                        "comprometidos para esas fechas"
                MOVE "S" TO W-ERR
            END-IF
        END-IF
        IF W-ERR = "S"
            DISPLAY "  Anotar al cliente en lista de espera? (S/N): "
                    WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "S"
                IF NR-HAB = ZEROS
                    MOVE NR-TIPO TO NE-TIPO
                ELSE
                    MOVE H-TIPO(W-I) TO NE-TIPO
                END-IF
                MOVE NR-ENT      TO NE-ENT
                MOVE NR-SAL      TO NE-SAL
                MOVE C-TEL(W-IDX-C) TO NE-CONTACTO
                PERFORM ESPERA-ANOTAR
            END-IF
        END-IF
    END-IF
    IF W-ERR = "N"
        IF NR-HAB > ZEROS
           AND NR-ENT = SES-FECHA AND H-LIMPIEZA(W-I) NOT = "I"
            DISPLAY "  [!] Habitacion pendiente de limpieza, no disponible hoy"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY "  Adultos                     : " WITH NO ADVANCING
        ACCEPT NR-ADU
        DISPLAY "  Ninos (3-12 anos)           : " WITH NO ADVANCING
        ACCEPT NR-NIN
        DISPLAY "  Bebes (0-2 anos)            : " WITH NO ADVANCING
        ACCEPT NR-BEB
        IF NR-ADU <= ZEROS
            DISPLAY "  [!] Debe haber al menos 1 adulto"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY "  Regimen:"
        DISPLAY "   SA=Solo alojamiento   AD=Aloj+Desayuno"
        DISPLAY "   MP=Media pension      PC=Pension completa"
        DISPLAY "  Regimen (SA/AD/MP/PC)       : " WITH NO ADVANCING
        ACCEPT NR-REG
        MOVE FUNCTION UPPER-CASE(NR-REG) TO NR-REG
        IF NR-REG NOT = "SA" AND NR-REG NOT = "AD" AND
           NR-REG NOT = "MP" AND NR-REG NOT = "PC"
            MOVE "SA" TO NR-REG
            DISPLAY "  Regimen no reconocido, aplicado SA"
        END-IF
        DISPLAY "  Canal (MOSTRADOR/WEB/AGENCIA): " WITH NO ADVANCING
        ACCEPT NR-CAN
        IF NR-CAN = SPACES
            MOVE "MOSTRADOR" TO NR-CAN
        END-IF
        DISPLAY "  Notas/peticiones especiales  : " WITH NO ADVANCING
        ACCEPT NR-NOT
        PERFORM PAQ-PEDIR-RESERVA
        PERFORM RES-PEDIR-CUENTA

        ADD 1 TO G-N-RES
        ADD 1 TO G-ID-RES
        MOVE G-N-RES TO W-J
        IF NR-HAB = ZEROS
            *> reserva por tipo: se tarifica por la habitacion mas
            *> economica del tipo; la fisica se asigna en check-in
            PERFORM RES-TIPO-HAB-TARIFA
        END-IF
        MOVE W-IDX-H TO W-I
        MOVE W-IDX-C TO W-K
        IF NR-HAB > ZEROS
            MOVE H-TIPO(W-I) TO NR-TIPO
        END-IF

        MOVE G-ID-RES             TO R-ID(W-J)
        MOVE NR-HAB               TO R-HAB(W-J)
        MOVE NR-TIPO              TO R-TIPO-HAB(W-J)
        MOVE NR-CLI               TO R-CLI-ID(W-J)
        MOVE C-NOMBRE-COMP(W-K)   TO R-NOMBRE-CLI(W-J)
        MOVE NR-ENT               TO R-ENTRADA(W-J)
        MOVE NR-SAL               TO R-SALIDA(W-J)
        MOVE NR-NOC               TO R-NOCHES(W-J)
        MOVE NR-ADU               TO R-ADULTOS(W-J)
        MOVE NR-NIN               TO R-NINOS(W-J)
        MOVE NR-BEB               TO R-BEBES(W-J)
        MOVE NR-REG               TO R-REGIMEN(W-J)
        MOVE NR-CAN               TO R-CANAL(W-J)
        MOVE NR-NOT               TO R-NOTAS(W-J)
        MOVE SES-FECHA            TO R-FECHA-RES(W-J)
        MOVE "P"                  TO R-ESTADO(W-J)
        MOVE "N"                  TO R-PAGADA(W-J)
        MOVE ZEROS                TO R-GRUPO-ID(W-J)
        MOVE NR-CTA               TO R-CTA-ID(W-J)
        MOVE SPACES               TO R-FORMA-PAGO(W-J)
        MOVE SPACES               TO R-FECHA-COBRO(W-J)
        MOVE NR-PAQ               TO R-PAQUETE(W-J)
        MOVE ZEROS                TO R-PAQ-SVC(W-J)
        *> Calculo base habitacion noche a noche (tarifa de temporada
        *> vigente en cada fecha de la estancia); deja R-PRECIO-HAB(W-J)
        *> y R-BASE-HAB(W-J) listos
        PERFORM CALCULAR-PRECIO-TEMPORADA
        MOVE ZEROS                TO R-IMPORTE-SVC(W-J)
        *> con paquete, su precio sustituye a la tarifa
        IF R-PAQUETE(W-J) NOT = SPACES
            PERFORM PAQ-PRECIO-RESERVA
        END-IF

        *> Suplemento regimen y ninos (tarifas vigentes del
        *> fichero de parametros, por adulto/nino por noche)
        PERFORM RESOLVER-TARIFAS-REGIMEN
        MULTIPLY NR-ADU BY W-SUP-ADU GIVING W-TEMP
        MULTIPLY W-TEMP BY NR-NOC GIVING R-SUPL-REGIMEN(W-J)
        MULTIPLY NR-NIN BY W-SUP-NIN GIVING W-TEMP
        MULTIPLY W-TEMP BY NR-NOC GIVING R-SUPL-EXTRA(W-J)

        *> Descuento por categoria
        ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
            GIVING W-TEMP
        PERFORM RESOLVER-DTO-CATEGORIA
        MULTIPLY W-TEMP BY W-DTO-PCT GIVING R-DESCUENTO(W-J)

        *> Base imponible y total
        ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
            R-PAQ-SVC(W-J) GIVING W-TEMP
        SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP GIVING R-BASE-IMPONIBLE(W-J)
        PERFORM RESOLVER-IVA-VIGENTE
        MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
            GIVING R-IVA(W-J)
        ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J) GIVING R-TOTAL(W-J)
        PERFORM CALCULAR-TASA-TURISTICA
        ADD R-TASA(W-J) TO R-TOTAL(W-J)
        MOVE ZEROS        TO R-PAGADO(W-J)
        MOVE R-TOTAL(W-J) TO R-PENDIENTE(W-J)
        PERFORM CALCULAR-DEPOSITO-RESERVA

        *> Actualizar habitacion (solo ocupa hoy si la entrada es hoy;
        *> las reservas futuras no bloquean la habitacion para hoy;
        *> las reservas por tipo no ocupan nada hasta el check-in)
        IF NR-HAB > ZEROS AND NR-ENT = SES-FECHA
            MOVE "O"        TO H-ESTADO(W-I)
            MOVE G-ID-RES   TO H-RES-ID(W-I)
        END-IF

        PERFORM MOSTRAR-CONFIRMACION-RESERVA
        PERFORM DIARIO-RES
        IF NR-HAB > ZEROS AND NR-ENT = SES-FECHA
            PERFORM DIARIO-HAB
        END-IF
        ADD 1 TO SES-OPS
    END-IF
    .

MOSTRAR-CONFIRMACION-RESERVA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  *** RESERVA CONFIRMADA ***"
    DISPLAY L-DOBLE
    MOVE R-ID(W-J) TO D-CNT
    DISPLAY "  ID Reserva     : " D-CNT
    DISPLAY "  Cliente        : " R-NOMBRE-CLI(W-J)
    MOVE W-IDX-H TO W-I
    IF R-HAB(W-J) = ZEROS
        DISPLAY "  Habitacion     : por asignar en check-in"
                " (tipo " R-TIPO-HAB(W-J) ")"
    ELSE
        DISPLAY "  Habitacion     : " R-HAB(W-J)
                " -- " H-TIPO-NOMBRE(W-I)
    END-IF
    DISPLAY "  Entrada        : " R-ENTRADA(W-J)
    DISPLAY "  Salida         : " R-SALIDA(W-J)
    MOVE R-NOCHES(W-J) TO D-NOC
    DISPLAY "  Noches         : " D-NOC
    DISPLAY "  Adultos/Ninos  : " R-ADULTOS(W-J) " / " R-NINOS(W-J)
    DISPLAY "  Regimen        : " R-REGIMEN(W-J)
    DISPLAY "  Canal          : " R-CANAL(W-J)
    DISPLAY L-SIMPLE
    IF R-PAQUETE(W-J) NOT = SPACES
        DISPLAY "  Paquete        : " R-PAQUETE(W-J)
    END-IF
    MOVE R-BASE-HAB(W-J) TO D-IMP2
    DISPLAY "  Alojamiento    : " D-IMP2 " EUR"
    IF R-PAQ-SVC(W-J) > ZEROS
        MOVE R-PAQ-SVC(W-J) TO D-IMP2
        DISPLAY "  Serv. paquete  : " D-IMP2 " EUR"
    END-IF
    IF R-SUPL-REGIMEN(W-J) > ZEROS
        MOVE R-SUPL-REGIMEN(W-J) TO D-IMP2
        DISPLAY "  Supl. regimen  : " D-IMP2 " EUR"
    END-IF
    IF R-SUPL-EXTRA(W-J) > ZEROS
        MOVE R-SUPL-EXTRA(W-J) TO D-IMP2
        DISPLAY "  Supl. ninos    : " D-IMP2 " EUR"
    END-IF
    IF R-DESCUENTO(W-J) > ZEROS
        MOVE R-DESCUENTO(W-J) TO D-IMP2
        DISPLAY "  Dto. cliente   : -" D-IMP2 " EUR"
    END-IF
    MOVE R-IVA(W-J) TO D-IMP2
    DISPLAY "  IVA            : " D-IMP2 " EUR"
    IF R-TASA(W-J) > ZEROS
        MOVE R-TASA(W-J) TO D-IMP2
        DISPLAY "  Tasa turistica : " D-IMP2 " EUR"
    END-IF
    MOVE R-TOTAL(W-J) TO D-IMP2
    DISPLAY "  ====================================="
    DISPLAY "  TOTAL ESTIMADO : " D-IMP2 " EUR"
    DISPLAY "  ====================================="
    IF R-DEPOSITO(W-J) > ZEROS
        MOVE R-DEPOSITO(W-J) TO D-IMP2
        DISPLAY "  Deposito requerido (" R-CANAL(W-J)(1:9) "): "
                D-IMP2 " EUR"
        DISPLAY "  (a cobrar mediante pago parcial)"
    END-IF
    IF R-NOTAS(W-J) NOT = SPACES
        DISPLAY "  Notas          : " R-NOTAS(W-J)
    END-IF
    DISPLAY L-DOBLE
    .

RES-CONSULTAR.
    DISPLAY " "
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        PERFORM BUSCAR-RES-HISTORICO
        IF W-ENC = "N"
            DISPLAY "  [!] Reserva no encontrada"
        ELSE
            PERFORM MOSTRAR-RESERVA-HISTORICA
        END-IF
    ELSE
        MOVE W-IDX-R TO W-J
        PERFORM MOSTRAR-RESERVA-COMPLETA
    END-IF
    .

MOSTRAR-RESERVA-COMPLETA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  DETALLE COMPLETO DE RESERVA"
    DISPLAY L-DOBLE
    DISPLAY "  ID Reserva     : " R-ID(W-J)
    DISPLAY "  Cliente        : " R-NOMBRE-CLI(W-J)
    IF R-HAB(W-J) = ZEROS
        DISPLAY "  Habitacion     : por asignar (tipo "
                R-TIPO-HAB(W-J) ")"
    ELSE
        DISPLAY "  Habitacion     : " R-HAB(W-J)
    END-IF
    DISPLAY "  Entrada        : " R-ENTRADA(W-J)
    DISPLAY "  Salida         : " R-SALIDA(W-J)
    MOVE R-NOCHES(W-J) TO D-NOC
    DISPLAY "  Noches         : " D-NOC
    DISPLAY "  Adultos        : " R-ADULTOS(W-J)
    DISPLAY "  Ninos          : " R-NINOS(W-J)
    DISPLAY "  Bebes          : " R-BEBES(W-J)
    DISPLAY "  Regimen        : " R-REGIMEN(W-J)
    DISPLAY "  Canal reserva  : " R-CANAL(W-J)
    IF R-PAQUETE(W-J) NOT = SPACES
        MOVE R-PAQ-SVC(W-J) TO D-IMP2
        DISPLAY "  Paquete        : " R-PAQUETE(W-J)
                " (servicios incluidos " D-IMP2 " EUR)"
    END-IF
    DISPLAY L-SIMPLE
    MOVE R-PRECIO-HAB(W-J)   TO D-IMP
    DISPLAY "  Precio/noche   : " D-IMP " EUR"
    MOVE R-BASE-HAB(W-J)     TO D-IMP2
    DISPLAY "  Base aloj.     : " D-IMP2 " EUR"
    IF R-SUPL-REGIMEN(W-J) > ZEROS
        MOVE R-SUPL-REGIMEN(W-J) TO D-IMP2
        DISPLAY "  Supl. regimen  : " D-IMP2 " EUR"
    END-IF
    IF R-SUPL-EXTRA(W-J) > ZEROS
        MOVE R-SUPL-EXTRA(W-J) TO D-IMP2
        DISPLAY "  Supl. ninos    : " D-IMP2 " EUR"
    END-IF
    IF R-DESCUENTO(W-J) > ZEROS
        MOVE R-DESCUENTO(W-J) TO D-IMP2
        DISPLAY "  Descuento      : -" D-IMP2 " EUR"
    END-IF
    MOVE R-IMPORTE-SVC(W-J)  TO D-IMP2
    DISPLAY "  Servicios      : " D-IMP2 " EUR"
    MOVE R-BASE-IMPONIBLE(W-J) TO D-IMP2
    DISPLAY "  Base imponible : " D-IMP2 " EUR"
    MOVE R-IVA(W-J)          TO D-IMP2
    DISPLAY "  IVA            : " D-IMP2 " EUR"
    IF R-TASA(W-J) > ZEROS
        MOVE R-TASA(W-J) TO D-IMP2
        DISPLAY "  Tasa turistica : " D-IMP2 " EUR"
    END-IF
    MOVE R-TOTAL(W-J)        TO D-IMP2
    DISPLAY "  TOTAL          : " D-IMP2 " EUR"
    MOVE R-PAGADO(W-J)       TO D-IMP2
    DISPLAY "  Pagado         : " D-IMP2 " EUR"
    MOVE R-PENDIENTE(W-J)    TO D-IMP2
    DISPLAY "  Pendiente      : " D-IMP2 " EUR"
    IF R-DEPOSITO(W-J) > ZEROS
        MOVE R-DEPOSITO(W-J) TO D-IMP2
        DISPLAY "  Deposito req.  : " D-IMP2 " EUR"
    END-IF
    IF R-PENAL(W-J) > ZEROS
        MOVE R-PENAL(W-J) TO D-IMP2
        DISPLAY "  Penalizacion   : " D-IMP2 " EUR ("
                R-FECHA-PENAL(W-J) ")"
    END-IF
    DISPLAY L-SIMPLE
    EVALUATE R-ESTADO(W-J)
        WHEN "P" DISPLAY "  Estado         : PENDIENTE (antes de llegada)"
        WHEN "A" DISPLAY "  Estado         : ACTIVA (huesped presente)"
        WHEN "C" DISPLAY "  Estado         : COMPLETADA (checkout)"
        WHEN "X" DISPLAY "  Estado         : CANCELADA"
        WHEN "N" DISPLAY "  Estado         : NO-SHOW"
    END-EVALUATE
    EVALUATE R-PAGADA(W-J)
        WHEN "S" DISPLAY "  Pago           : PAGADA"
        WHEN "N" DISPLAY "  Pago           : PENDIENTE"
        WHEN "P" DISPLAY "  Pago           : PAGO PARCIAL"
    END-EVALUATE
    DISPLAY "  F. reserva     : " R-FECHA-RES(W-J)
    IF R-FORMA-PAGO(W-J) NOT = SPACES
        DISPLAY "  Forma pago     : " R-FORMA-PAGO(W-J)
    END-IF
    IF R-OPER-COBRO(W-J) > ZEROS
        DISPLAY "  Cobrado por op.: " R-OPER-COBRO(W-J)
    END-IF
    IF R-GRUPO-ID(W-J) > ZEROS
        DISPLAY "  Grupo          : " R-GRUPO-ID(W-J)
    END-IF
    IF R-CTA-ID(W-J) > ZEROS
        DISPLAY "  Cuenta credito : " R-CTA-ID(W-J)
    END-IF
    IF R-NOTAS(W-J) NOT = SPACES
        DISPLAY "  Notas          : " R-NOTAS(W-J)
    END-IF
    DISPLAY L-DOBLE
    .

RES-MODIFICAR.
    DISPLAY " "
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) = "C" OR R-ESTADO(W-J) = "X"
            DISPLAY "  [!] No se puede modificar: estado " R-ESTADO(W-J)
        ELSE
            DISPLAY "  Reserva de: " R-NOMBRE-CLI(W-J)
            DISPLAY "  Hab " R-HAB(W-J)
                    " | Entrada: " R-ENTRADA(W-J)
                    " | Salida: " R-SALIDA(W-J)
            DISPLAY L-SIMPLE
            MOVE R-ENTRADA(W-J) TO NR-ENT
            MOVE R-SALIDA(W-J)  TO NR-SAL
            DISPLAY "  Nueva entrada (Enter=mantener): " WITH NO ADVANCING
            ACCEPT W-TXT
            IF W-TXT NOT = SPACES
                MOVE W-TXT TO NR-ENT
            END-IF
            DISPLAY "  Nueva salida  (Enter=mantener): " WITH NO ADVANCING
            ACCEPT W-TXT
            IF W-TXT NOT = SPACES
                MOVE W-TXT TO NR-SAL
            END-IF
            *> Comprobar disponibilidad con las fechas nuevas antes de
            *> aplicarlas, excluyendo la propia reserva que se edita
            MOVE R-HAB(W-J) TO NR-HAB
            MOVE R-ID(W-J)  TO W-EXCL-RES-ID
            MOVE W-J        TO W-M
            IF R-HAB(W-J) = ZEROS
                *> reserva por tipo aun sin asignar: el solape se
                *> comprueba contra el cupo del tipo
                MOVE R-TIPO-HAB(W-J) TO NR-TIPO
                MOVE R-NOCHES(W-J)   TO NR-NOC
                PERFORM RES-DISPONIBILIDAD-TIPO
                IF W-TIPO-LIBRES < 1
                    MOVE "S" TO W-ENC
                ELSE
                    MOVE "N" TO W-ENC
                END-IF
            ELSE
                PERFORM RES-VERIFICAR-DISPONIBILIDAD
            END-IF
            MOVE W-M        TO W-J
            MOVE ZEROS      TO W-EXCL-RES-ID
            IF W-ENC = "S"
                DISPLAY "  [!] Las nuevas fechas se solapan con otra "
                        "reserva de esta habitacion; fechas no modificadas"
            ELSE
                MOVE NR-ENT TO R-ENTRADA(W-J)
                MOVE NR-SAL TO R-SALIDA(W-J)
            END-IF
            DISPLAY "  Nuevas noches (0=mantener)    : " WITH NO ADVANCING
            ACCEPT W-NUM
            IF W-NUM > ZEROS
                MOVE W-NUM TO R-NOCHES(W-J)
                MULTIPLY R-PRECIO-HAB(W-J) BY W-NUM
                    GIVING R-BASE-HAB(W-J)
                IF R-PAQUETE(W-J) NOT = SPACES
                    PERFORM PAQ-PRECIO-RESERVA
                END-IF
                *> Recalcular suplemento regimen con la tarifa
                *> vigente del fichero de parametros
                MOVE R-REGIMEN(W-J) TO NR-REG
                PERFORM RESOLVER-TARIFAS-REGIMEN
                MULTIPLY R-ADULTOS(W-J) BY W-SUP-ADU GIVING W-TEMP
                MULTIPLY W-TEMP BY W-NUM GIVING R-SUPL-REGIMEN(W-J)
                ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J)
                    R-SUPL-EXTRA(W-J) R-PAQ-SVC(W-J) GIVING W-TEMP
                SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP
                    GIVING R-BASE-IMPONIBLE(W-J)
                PERFORM RESOLVER-IVA-VIGENTE
                MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
                    GIVING R-IVA(W-J)
                ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J)
                    GIVING R-TOTAL(W-J)
                PERFORM CALCULAR-TASA-TURISTICA
                ADD R-TASA(W-J) TO R-TOTAL(W-J)
                MOVE R-TOTAL(W-J) TO R-PENDIENTE(W-J)
                PERFORM CALCULAR-DEPOSITO-RESERVA
            END-IF
            *> el descuento solo se toca con autorizacion de
            *> supervisor; el total se recalcula igual que arriba
            MOVE R-DESCUENTO(W-J) TO D-IMP2
            DISPLAY "  Descuento actual              : " D-IMP2 " EUR"
            DISPLAY "  Modificar descuento? (S/N)    : " WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "S"
                DISPLAY "  Nuevo descuento (EUR)         : "
                        WITH NO ADVANCING
                ACCEPT W-IMP
                ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J)
                    R-SUPL-EXTRA(W-J) GIVING W-TEMP
                IF W-IMP > W-TEMP
                    DISPLAY "  [!] El descuento supera el importe "
                            "de la estancia; no modificado"
                ELSE
                    MOVE "RES-DTO"        TO W-AO-ACCION
                    MOVE R-ID(W-J)        TO W-AO-REF
                    MOVE R-DESCUENTO(W-J) TO D-IMP2
                    MOVE D-IMP2           TO W-AO-ANTES
                    MOVE W-IMP            TO D-IMP2
                    MOVE D-IMP2           TO W-AO-DESPUES
                    PERFORM SUPERVISOR-AUTORIZAR
                    IF W-AUT-OK = "S"
                        MOVE W-IMP TO R-DESCUENTO(W-J)
                        ADD R-PAQ-SVC(W-J) TO W-TEMP
                        SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP
                            GIVING R-BASE-IMPONIBLE(W-J)
                        PERFORM RESOLVER-IVA-VIGENTE
                        MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
                            GIVING R-IVA(W-J)
                        ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J)
                            GIVING R-TOTAL(W-J)
                        PERFORM CALCULAR-TASA-TURISTICA
                        ADD R-TASA(W-J) TO R-TOTAL(W-J)
                        IF R-TOTAL(W-J) > R-PAGADO(W-J)
                            SUBTRACT R-PAGADO(W-J) FROM R-TOTAL(W-J)
                                GIVING R-PENDIENTE(W-J)
                        ELSE
                            MOVE ZEROS TO R-PENDIENTE(W-J)
                        END-IF
                        PERFORM CALCULAR-DEPOSITO-RESERVA
                        MOVE R-TOTAL(W-J) TO D-IMP2
                        DISPLAY "  Descuento aplicado; nuevo total: "
                                D-IMP2 " EUR"
                    END-IF
                END-IF
            END-IF
            DISPLAY "  Notas (Enter=mantener)        : " WITH NO ADVANCING
            ACCEPT W-TXT
            IF W-TXT NOT = SPACES
                MOVE W-TXT TO R-NOTAS(W-J)
            END-IF
            DISPLAY "  *** RESERVA MODIFICADA ***"
            PERFORM DIARIO-RES
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    .

RES-CANCELAR.
    DISPLAY " "
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) = "X"
            DISPLAY "  [!] Ya cancelada"
        ELSE
            DISPLAY "  Cliente  : " R-NOMBRE-CLI(W-J)
            DISPLAY "  Hab      : " R-HAB(W-J)
            MOVE R-TOTAL(W-J) TO D-IMP2
            DISPLAY "  Total    : " D-IMP2 " EUR"
            PERFORM RES-CALCULAR-PENALIZACION
            IF W-PENAL > ZEROS
                DISPLAY "  [!] Cancelacion dentro de la ventana "
                        "de penalizacion"
                MOVE W-PENAL TO D-IMP2
                DISPLAY "  Penalizacion aplicable : " D-IMP2 " EUR"
            END-IF
            IF R-PAGADO(W-J) > ZEROS
                MOVE W-RETENIDO TO D-IMP2
                DISPLAY "  Se retiene             : " D-IMP2 " EUR"
                MOVE W-DEVOLVER TO D-IMP2
                DISPLAY "  Se devuelve            : " D-IMP2 " EUR"
            END-IF
            DISPLAY "  Confirmar cancelacion? (S/N): "
                    WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "S" AND W-RETENIDO > ZEROS
                DISPLAY "  Condonar la penalizacion? (S/N): "
                        WITH NO ADVANCING
                ACCEPT W-RESP2
                MOVE FUNCTION UPPER-CASE(W-RESP2) TO W-RESP2
                IF W-RESP2 = "S"
                    MOVE "RES-COND"   TO W-AO-ACCION
                    MOVE R-ID(W-J)    TO W-AO-REF
                    MOVE W-RETENIDO   TO D-IMP2
                    MOVE SPACES       TO W-AO-ANTES
                    STRING "Penal. " D-IMP2
                        DELIMITED BY SIZE INTO W-AO-ANTES
                    MOVE "Penal. condonada" TO W-AO-DESPUES
                    PERFORM SUPERVISOR-AUTORIZAR
                    IF W-AUT-OK = "S"
                        MOVE ZEROS TO W-PENAL W-RETENIDO
                        MOVE R-PAGADO(W-J) TO W-DEVOLVER
                        DISPLAY "  Penalizacion condonada: se "
                                "devuelve todo lo pagado"
                    ELSE
                        DISPLAY "  Se mantiene la penalizacion"
                    END-IF
                END-IF
            END-IF
            IF W-RESP = "S"
                MOVE "X" TO R-ESTADO(W-J)
                PERFORM RES-APLICAR-PENALIZACION
                PERFORM LIBERAR-HAB-RES
                PERFORM DIARIO-RES
                DISPLAY "  *** RESERVA " R-ID(W-J) " CANCELADA ***"
                IF W-RETENIDO > ZEROS
                    MOVE W-RETENIDO TO D-IMP2
                    DISPLAY "  Penalizacion retenida en caja: "
                            D-IMP2 " EUR"
                END-IF
                IF W-DEVOLVER > ZEROS
                    PERFORM RES-PROCESAR-DEVOLUCION
                END-IF
                PERFORM ESPERA-AVISAR-HUECOS
                ADD 1 TO SES-OPS
            ELSE
                DISPLAY "  Operacion cancelada."
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> RESERVA DE GRUPO -- varias habitaciones bajo una misma referencia
*> (R-GRUPO-ID), mismo cliente/fechas/regimen, una linea de reserva
*> por habitacion (misma logica de tarificacion que RES-NUEVA).
*> ----------------------------------------------------------------
RES-NUEVA-GRUPO.
    MOVE "N" TO W-ERR
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  NUEVA RESERVA DE GRUPO"
    DISPLAY L-DOBLE
    DISPLAY "  ID cliente (0 = registrar nuevo ahora): "
            WITH NO ADVANCING
    ACCEPT NR-CLI
    IF NR-CLI = ZEROS
        PERFORM CLI-ALTA-RAPIDA
        IF W-ERR = "N"
            MOVE G-ID-CLI TO NR-CLI
            MOVE G-N-CLI TO W-IDX-C
        END-IF
    ELSE
        MOVE NR-CLI TO W-BUSCAR-C
        PERFORM BUSCAR-CLI
        IF W-ENC = "N"
            DISPLAY "  [!] Cliente no encontrado"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY "  Fecha entrada  (AAAA-MM-DD) : " WITH NO ADVANCING
        ACCEPT NR-ENT
        DISPLAY "  Fecha salida   (AAAA-MM-DD) : " WITH NO ADVANCING
        ACCEPT NR-SAL
        DISPLAY "  Numero de noches            : " WITH NO ADVANCING
        ACCEPT NR-NOC
        IF NR-NOC <= ZEROS OR NR-NOC > CFG-MAX-NOCHES
            DISPLAY "  [!] Noches invalidas"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY "  Regimen:"
        DISPLAY "   SA=Solo alojamiento   AD=Aloj+Desayuno"
        DISPLAY "   MP=Media pension      PC=Pension completa"
        DISPLAY "  Regimen (SA/AD/MP/PC)       : " WITH NO ADVANCING
        ACCEPT NR-REG
        MOVE FUNCTION UPPER-CASE(NR-REG) TO NR-REG
        IF NR-REG NOT = "SA" AND NR-REG NOT = "AD" AND
           NR-REG NOT = "MP" AND NR-REG NOT = "PC"
            MOVE "SA" TO NR-REG
            DISPLAY "  Regimen no reconocido, aplicado SA"
        END-IF
        DISPLAY "  Canal (MOSTRADOR/WEB/AGENCIA): " WITH NO ADVANCING
        ACCEPT NR-CAN
        IF NR-CAN = SPACES
            MOVE "MOSTRADOR" TO NR-CAN
        END-IF
        DISPLAY "  Notas/peticiones especiales  : " WITH NO ADVANCING
        ACCEPT NR-NOT
        PERFORM RES-PEDIR-CUENTA
        DISPLAY "  Numero de habitaciones del grupo (max "
                CFG-MAX-HAB-GRUPO "): " WITH NO ADVANCING
        ACCEPT NR-NUM-GRUPO
        IF NR-NUM-GRUPO <= ZEROS OR NR-NUM-GRUPO > CFG-MAX-HAB-GRUPO
            DISPLAY "  [!] Numero de habitaciones invalido"
            MOVE "S" TO W-ERR
        END-IF
    END-IF
    IF W-ERR = "N"
        ADD 1 TO G-ID-GRUPO
        MOVE ZEROS TO W-CNT
        PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > NR-NUM-GRUPO
            DISPLAY "  -- Habitacion " W-M " de " NR-NUM-GRUPO " --"
            DISPLAY "  Numero de habitacion : " WITH NO ADVANCING
            ACCEPT NR-HAB
            MOVE NR-HAB TO W-BUSCAR-H
            PERFORM BUSCAR-HAB
            IF W-ENC = "N"
                DISPLAY "  [!] Habitacion no encontrada, se omite"
            ELSE
                MOVE W-IDX-H TO W-I
                PERFORM RES-VERIFICAR-DISPONIBILIDAD
                EVALUATE TRUE
                    WHEN H-ESTADO(W-I) = "M"
                        DISPLAY "  [!] Habitacion fuera de servicio, se omite"
                    WHEN W-ENC = "S"
                        DISPLAY "  [!] Habitacion ya reservada para esas fechas, se omite"
                    WHEN NR-ENT = SES-FECHA AND H-LIMPIEZA(W-I) NOT = "I"
                        DISPLAY "  [!] Habitacion pendiente de limpieza, se omite"
                    WHEN G-N-RES >= CFG-MAX-RES
                        DISPLAY "  [!] Capacidad maxima de reservas alcanzada, se omite"
                    WHEN OTHER
                        DISPLAY "  Adultos                     : " WITH NO ADVANCING
                        ACCEPT NR-ADU
                        DISPLAY "  Ninos (3-12 anos)           : " WITH NO ADVANCING
                        ACCEPT NR-NIN
                        DISPLAY "  Bebes (0-2 anos)            : " WITH NO ADVANCING
                        ACCEPT NR-BEB
                        IF NR-ADU <= ZEROS
                            MOVE 1 TO NR-ADU
                        END-IF
                        PERFORM RES-GRUPO-CREAR-LINEA
                        ADD 1 TO W-CNT
                    END-EVALUATE
            END-IF
        END-PERFORM
        DISPLAY L-SIMPLE
        IF W-CNT > ZEROS
            MOVE G-ID-GRUPO TO D-CNT
            DISPLAY "  *** RESERVA DE GRUPO " D-CNT " CREADA ***"
            MOVE W-CNT TO D-CNT
            DISPLAY "  Habitaciones confirmadas: " D-CNT
            ADD 1 TO SES-OPS
        ELSE
            DISPLAY "  [!] No se pudo reservar ninguna habitacion del grupo"
            SUBTRACT 1 FROM G-ID-GRUPO
        END-IF
    END-IF
    .

RES-GRUPO-CREAR-LINEA.
    ADD 1 TO G-N-RES
    ADD 1 TO G-ID-RES
    MOVE G-N-RES TO W-J
    MOVE W-IDX-C TO W-K

    MOVE G-ID-RES             TO R-ID(W-J)
    MOVE NR-HAB               TO R-HAB(W-J)
    MOVE H-TIPO(W-I)          TO R-TIPO-HAB(W-J)
    MOVE NR-CLI               TO R-CLI-ID(W-J)
    MOVE C-NOMBRE-COMP(W-K)   TO R-NOMBRE-CLI(W-J)
    MOVE NR-ENT               TO R-ENTRADA(W-J)
    MOVE NR-SAL               TO R-SALIDA(W-J)
    MOVE NR-NOC               TO R-NOCHES(W-J)
    MOVE NR-ADU               TO R-ADULTOS(W-J)
    MOVE NR-NIN               TO R-NINOS(W-J)
    MOVE NR-BEB               TO R-BEBES(W-J)
    MOVE NR-REG               TO R-REGIMEN(W-J)
    MOVE NR-CAN               TO R-CANAL(W-J)
    MOVE NR-NOT               TO R-NOTAS(W-J)
    MOVE SES-FECHA            TO R-FECHA-RES(W-J)
    MOVE "P"                  TO R-ESTADO(W-J)
    MOVE "N"                  TO R-PAGADA(W-J)
    MOVE SPACES               TO R-FORMA-PAGO(W-J)
    MOVE SPACES               TO R-FECHA-COBRO(W-J)
    MOVE G-ID-GRUPO           TO R-GRUPO-ID(W-J)
    MOVE NR-CTA               TO R-CTA-ID(W-J)
    MOVE SPACES               TO R-PAQUETE(W-J)
    MOVE ZEROS                TO R-PAQ-SVC(W-J)
    *> Calculo base habitacion noche a noche (tarifa de temporada
    *> vigente en cada fecha de la estancia); deja R-PRECIO-HAB(W-J)
    *> y R-BASE-HAB(W-J) listos
    PERFORM CALCULAR-PRECIO-TEMPORADA
    MOVE ZEROS                TO R-IMPORTE-SVC(W-J)

    *> Suplemento regimen y ninos (tarifas vigentes del fichero
    *> de parametros, por adulto/nino por noche)
    PERFORM RESOLVER-TARIFAS-REGIMEN
    MULTIPLY NR-ADU BY W-SUP-ADU GIVING W-TEMP
    MULTIPLY W-TEMP BY NR-NOC GIVING R-SUPL-REGIMEN(W-J)
    MULTIPLY NR-NIN BY W-SUP-NIN GIVING W-TEMP
    MULTIPLY W-TEMP BY NR-NOC GIVING R-SUPL-EXTRA(W-J)

    *> Descuento por categoria
    ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
        GIVING W-TEMP
    PERFORM RESOLVER-DTO-CATEGORIA
    MULTIPLY W-TEMP BY W-DTO-PCT GIVING R-DESCUENTO(W-J)

    *> Base imponible y total
    ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
        GIVING W-TEMP
    SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP GIVING R-BASE-IMPONIBLE(W-J)
    PERFORM RESOLVER-IVA-VIGENTE
    MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
        GIVING R-IVA(W-J)
    ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J) GIVING R-TOTAL(W-J)
    PERFORM CALCULAR-TASA-TURISTICA
    ADD R-TASA(W-J) TO R-TOTAL(W-J)
    MOVE ZEROS        TO R-PAGADO(W-J)
    MOVE R-TOTAL(W-J) TO R-PENDIENTE(W-J)
    PERFORM CALCULAR-DEPOSITO-RESERVA

    *> Actualizar habitacion (solo ocupa hoy si la entrada es hoy)
    IF NR-ENT = SES-FECHA
        MOVE "O"        TO H-ESTADO(W-I)
        MOVE G-ID-RES   TO H-RES-ID(W-I)
    END-IF

    PERFORM MOSTRAR-CONFIRMACION-RESERVA
    PERFORM DIARIO-RES
    IF NR-ENT = SES-FECHA
        PERFORM DIARIO-HAB
    END-IF
    .

RES-GRUPO-CONSULTAR.
    DISPLAY " "
    DISPLAY "  Numero de grupo: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-GRUPO
    MOVE ZEROS TO W-CNT
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  RESERVAS DEL GRUPO " W-BUSCAR-GRUPO
    DISPLAY L-DOBLE
    IF W-BUSCAR-GRUPO = ZEROS
        DISPLAY "  [!] Numero de grupo invalido"
    ELSE
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
            IF R-GRUPO-ID(W-J) = W-BUSCAR-GRUPO
                ADD 1 TO W-CNT
                MOVE R-TOTAL(W-J) TO D-IMP2
                DISPLAY "  Res " R-ID(W-J)
                        " | Hab " R-HAB(W-J)
                        " | " R-NOMBRE-CLI(W-J)(1:25)
                        " | " D-IMP2 " EUR"
                EVALUATE R-ESTADO(W-J)
                    WHEN "P" DISPLAY "   PENDIENTE"
                    WHEN "A" DISPLAY "   ACTIVA"
                    WHEN "C" DISPLAY "   COMPLETADA"
                    WHEN "X" DISPLAY "   CANCELADA"
                    WHEN "N" DISPLAY "   NO-SHOW"
                END-EVALUATE
            END-IF
        END-PERFORM
        IF W-CNT = ZEROS
            DISPLAY "  No hay reservas activas para ese grupo."
        ELSE
            DISPLAY L-SIMPLE
            DISPLAY "  Cancelar todo el grupo? (S/N): " WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "S"
                PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
                    IF R-GRUPO-ID(W-J) = W-BUSCAR-GRUPO
                       AND R-ESTADO(W-J) NOT = "X" AND R-ESTADO(W-J) NOT = "C"
                        PERFORM RES-CALCULAR-PENALIZACION
                        MOVE "X" TO R-ESTADO(W-J)
                        PERFORM RES-APLICAR-PENALIZACION
                        PERFORM DIARIO-RES
                        IF W-RETENIDO > ZEROS
                            MOVE W-RETENIDO TO D-IMP2
                            DISPLAY "  Res " R-ID(W-J)
                                    ": penalizacion retenida "
                                    D-IMP2 " EUR"
                        END-IF
                        IF W-DEVOLVER > ZEROS
                            DISPLAY "  Res " R-ID(W-J) ":"
                            PERFORM RES-PROCESAR-DEVOLUCION
                        END-IF
                        PERFORM LIBERAR-HAB-RES
                    END-IF
                END-PERFORM
                DISPLAY "  *** GRUPO " W-BUSCAR-GRUPO " CANCELADO ***"
                PERFORM ESPERA-AVISAR-HUECOS
                ADD 1 TO SES-OPS
            END-IF
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

*> ----------------------------------------------------------------
*> IMPORTACION EN LOTE DE RESERVAS DE CANALES. Cada registro de
*> INTFRES.DAT pasa por las mismas comprobaciones que RES-NUEVA;
*> los que fallan se escriben en RECHAZOS.DAT con el motivo:
*>   01 habitacion inexistente     02 fuera de servicio
*>   03 fechas no disponibles      04 noches invalidas
*>   05 adultos invalidos          06 regimen desconocido
*>   07 sin capacidad de reservas  08 sin capacidad de clientes
*>   09 pendiente de limpieza para entrada hoy
*> El fichero de interfaz se vacia al terminar: solo quedan los
*> rechazos por repasar a mano.
*> ----------------------------------------------------------------
RES-IMPORTAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  IMPORTACION DE RESERVAS DE CANALES -- " SES-FECHA
    DISPLAY L-DOBLE
    OPEN INPUT F-INT
    IF WS-FS = "35"
        DISPLAY "  No hay fichero de interfaz (INTFRES.DAT)."
    ELSE
        MOVE ZEROS TO W-CNT W-CNT2
        OPEN EXTEND F-RCH
        OPEN OUTPUT F-CNF
        READ F-INT
        PERFORM UNTIL WS-FS = "10"
            PERFORM RES-IMPORTAR-REGISTRO
            READ F-INT
        END-PERFORM
        CLOSE F-INT
        CLOSE F-RCH
        CLOSE F-CNF
        *> vaciar la interfaz: lo procesado ya esta dentro o en
        *> el fichero de rechazos
        OPEN OUTPUT F-INT
        CLOSE F-INT
        DISPLAY L-SIMPLE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Reservas creadas   : " D-CNT
        MOVE W-CNT2 TO D-CNT
        DISPLAY "  Registros rechazados: " D-CNT
                " (ver RECHAZOS.DAT)"
        DISPLAY "  Confirmaciones para el canal en CONFIRES.DAT"
        IF W-CNT2 > ZEROS
            DISPLAY "  Motivos: 01 hab.inexistente 02 fuera serv. "
                    "03 no disponible"
            DISPLAY "           04 noches inval.   05 adultos "
                    "inval. 06 regimen"
            DISPLAY "           07 sin cap.reservas 08 sin "
                    "cap.clientes 09 limpieza"
            DISPLAY "           10 paquete desconocido o inactivo"
        END-IF
        IF W-CNT > ZEROS
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

RES-IMPORTAR-REGISTRO.
    MOVE SPACES TO W-MOTIVO
    MOVE FI-HAB TO W-BUSCAR-H
    PERFORM BUSCAR-HAB
    IF W-ENC = "N"
        MOVE "01" TO W-MOTIVO
    END-IF
    IF W-MOTIVO = SPACES
        MOVE W-IDX-H TO W-I
        IF H-ESTADO(W-I) = "M"
            MOVE "02" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES
        IF FI-NOCHES = ZEROS OR FI-NOCHES > CFG-MAX-NOCHES
            MOVE "04" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES AND FI-ADU = ZEROS
        MOVE "05" TO W-MOTIVO
    END-IF
    IF W-MOTIVO = SPACES
        IF FI-REG NOT = "SA" AND FI-REG NOT = "AD" AND
           FI-REG NOT = "MP" AND FI-REG NOT = "PC"
            MOVE "06" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES AND G-N-RES >= CFG-MAX-RES
        MOVE "07" TO W-MOTIVO
    END-IF
    IF W-MOTIVO = SPACES AND FI-PAQUETE NOT = SPACES
        MOVE FI-PAQUETE TO W-PQ-COD
        PERFORM PAQ-BUSCAR
        IF W-IDX-PQ = ZEROS
            MOVE "10" TO W-MOTIVO
        ELSE
            IF PQ-ACTIVO(W-IDX-PQ) NOT = "S"
                MOVE "10" TO W-MOTIVO
            END-IF
        END-IF
    END-IF
    IF W-MOTIVO = SPACES
        MOVE FI-HAB TO NR-HAB
        MOVE FI-ENT TO NR-ENT
        MOVE FI-SAL TO NR-SAL
        PERFORM RES-VERIFICAR-DISPONIBILIDAD
        IF W-ENC = "S"
            MOVE "03" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES
        *> el cupo del tipo puede estar ya comprometido por
        *> reservas por tipo sin habitacion asignada
        MOVE H-TIPO(W-I) TO NR-TIPO
        MOVE FI-NOCHES   TO NR-NOC
        PERFORM RES-DISPONIBILIDAD-TIPO
        MOVE W-IDX-H TO W-I
        IF W-TIPO-LIBRES < 1
            MOVE "03" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES
        IF FI-ENT = SES-FECHA AND H-LIMPIEZA(W-I) NOT = "I"
            MOVE "09" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES
        PERFORM RES-IMPORTAR-CLIENTE
    END-IF
    IF W-MOTIVO = SPACES
        PERFORM RES-IMPORTAR-CREAR
        ADD 1 TO W-CNT
    ELSE
        MOVE W-MOTIVO TO RZ-MOTIVO
        MOVE SES-FECHA TO RZ-FECHA
        MOVE FI-REC TO RZ-DATOS
        WRITE RZ-REC
        *> eco del rechazo para que el motor de reservas cierre
        *> la solicitud en vez de dejarla "pendiente"
        MOVE "KO"     TO CN-ESTADO
        MOVE FI-CANAL TO CN-CANAL
        MOVE FI-DOC   TO CN-DOC
        MOVE FI-ENT   TO CN-ENT
        MOVE ZEROS    TO CN-RES-ID
        MOVE FI-HAB   TO CN-HAB
        MOVE ZEROS    TO CN-TOTAL
        MOVE ZEROS    TO CN-DEPOSITO
        MOVE W-MOTIVO TO CN-MOTIVO
        WRITE CN-REC
        ADD 1 TO W-CNT2
        DISPLAY "  [" W-MOTIVO "] Rechazado: hab " FI-HAB
                " " FI-NOMBRE(1:25) " " FI-ENT
    END-IF
    .

*> Localiza al cliente por su documento; si no existe se le da de
*> alta con los datos minimos que trae el canal.
RES-IMPORTAR-CLIENTE.
    MOVE ZEROS TO W-IDX-C
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF C-DOC(W-K) = FI-DOC AND C-ACTIVO(W-K) = "S"
            MOVE W-K TO W-IDX-C
        END-IF
    END-PERFORM
    IF W-IDX-C = ZEROS
        IF G-N-CLI >= CFG-MAX-CLI
            MOVE "08" TO W-MOTIVO
        ELSE
            ADD 1 TO G-N-CLI
            ADD 1 TO G-ID-CLI
            MOVE G-N-CLI TO W-IDX-C
            MOVE G-ID-CLI     TO C-ID(W-IDX-C)
            MOVE FI-NOMBRE    TO C-NOMBRE(W-IDX-C)
            MOVE FI-NOMBRE    TO C-NOMBRE-COMP(W-IDX-C)
            MOVE FI-DOC       TO C-DOC(W-IDX-C)
            MOVE "N"          TO C-CAT(W-IDX-C)
            MOVE "N"          TO C-PUBLI(W-IDX-C)
            MOVE ZEROS        TO C-PUNTOS(W-IDX-C)
            MOVE ZEROS        TO C-ESTANCIAS(W-IDX-C)
            MOVE ZEROS        TO C-GASTO(W-IDX-C)
            MOVE ZEROS        TO C-NOCHES-TOTAL(W-IDX-C)
            MOVE "S"          TO C-ACTIVO(W-IDX-C)
            MOVE SES-FECHA    TO C-FECHA-ALTA(W-IDX-C)
            MOVE "Alta automatica canal" TO C-OBSERVACIONES(W-IDX-C)
            MOVE FI-DOC    TO W-DUP-DOC
            MOVE SPACES    TO W-DUP-EML W-DUP-TEL
            MOVE FI-NOMBRE TO W-DUP-NOM
            MOVE G-ID-CLI  TO W-DUP-EXCL
            PERFORM CLI-AVISAR-DUPLICADOS
            IF W-DUP-CNT > ZEROS
                MOVE SPACES TO C-OBSERVACIONES(W-IDX-C)
                STRING "Alta automatica canal - posible dup. ID "
                       W-DUP-PRIMERO
                    DELIMITED BY SIZE INTO C-OBSERVACIONES(W-IDX-C)
            END-IF
            MOVE W-IDX-C TO W-K
            PERFORM DIARIO-CLI
        END-IF
    END-IF
    .

*> Crea la linea de reserva con la misma tarificacion que el resto
*> de altas (temporadas noche a noche, suplementos y descuentos
*> vigentes del fichero de parametros, deposito por canal).
RES-IMPORTAR-CREAR.
    ADD 1 TO G-N-RES
    ADD 1 TO G-ID-RES
    MOVE G-N-RES TO W-J
    MOVE W-IDX-C TO W-K
    MOVE FI-ENT    TO NR-ENT
    MOVE FI-SAL    TO NR-SAL
    MOVE FI-NOCHES TO NR-NOC
    MOVE FI-ADU    TO NR-ADU
    MOVE FI-NIN    TO NR-NIN
    MOVE FI-REG    TO NR-REG

    MOVE G-ID-RES             TO R-ID(W-J)
    MOVE FI-HAB               TO R-HAB(W-J)
    MOVE H-TIPO(W-I)          TO R-TIPO-HAB(W-J)
    MOVE C-ID(W-K)            TO R-CLI-ID(W-J)
    MOVE C-NOMBRE-COMP(W-K)   TO R-NOMBRE-CLI(W-J)
    MOVE FI-ENT               TO R-ENTRADA(W-J)
    MOVE FI-SAL               TO R-SALIDA(W-J)
    MOVE FI-NOCHES            TO R-NOCHES(W-J)
    MOVE FI-ADU               TO R-ADULTOS(W-J)
    MOVE FI-NIN               TO R-NINOS(W-J)
    MOVE FI-BEB               TO R-BEBES(W-J)
    MOVE FI-REG               TO R-REGIMEN(W-J)
    IF FI-CANAL = SPACES
        MOVE "WEB" TO R-CANAL(W-J)
    ELSE
        MOVE FI-CANAL TO R-CANAL(W-J)
    END-IF
    MOVE FI-NOTAS             TO R-NOTAS(W-J)
    MOVE SES-FECHA            TO R-FECHA-RES(W-J)
    MOVE "P"                  TO R-ESTADO(W-J)
    MOVE "N"                  TO R-PAGADA(W-J)
    MOVE ZEROS                TO R-GRUPO-ID(W-J)
    MOVE ZEROS                TO R-CTA-ID(W-J)
    MOVE ZEROS                TO R-OPER-COBRO(W-J)
    MOVE SPACES               TO R-FORMA-PAGO(W-J)
    MOVE SPACES               TO R-FECHA-COBRO(W-J)
    MOVE FI-PAQUETE           TO R-PAQUETE(W-J)
    MOVE ZEROS                TO R-PAQ-SVC(W-J)
    PERFORM CALCULAR-PRECIO-TEMPORADA
    MOVE ZEROS                TO R-IMPORTE-SVC(W-J)
    IF R-PAQUETE(W-J) NOT = SPACES
        PERFORM PAQ-PRECIO-RESERVA
    END-IF

    PERFORM RESOLVER-TARIFAS-REGIMEN
    MULTIPLY NR-ADU BY W-SUP-ADU GIVING W-TEMP
    MULTIPLY W-TEMP BY NR-NOC GIVING R-SUPL-REGIMEN(W-J)
    MULTIPLY NR-NIN BY W-SUP-NIN GIVING W-TEMP
    MULTIPLY W-TEMP BY NR-NOC GIVING R-SUPL-EXTRA(W-J)

    ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
        GIVING W-TEMP
    PERFORM RESOLVER-DTO-CATEGORIA
    MULTIPLY W-TEMP BY W-DTO-PCT GIVING R-DESCUENTO(W-J)

    ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
        R-PAQ-SVC(W-J) GIVING W-TEMP
    SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP GIVING R-BASE-IMPONIBLE(W-J)
    PERFORM RESOLVER-IVA-VIGENTE
    MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
        GIVING R-IVA(W-J)
    ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J) GIVING R-TOTAL(W-J)
    PERFORM CALCULAR-TASA-TURISTICA
    ADD R-TASA(W-J) TO R-TOTAL(W-J)
    MOVE ZEROS        TO R-PAGADO(W-J)
    MOVE R-TOTAL(W-J) TO R-PENDIENTE(W-J)
    PERFORM CALCULAR-DEPOSITO-RESERVA

    IF FI-ENT = SES-FECHA
        MOVE "O"        TO H-ESTADO(W-I)
        MOVE G-ID-RES   TO H-RES-ID(W-I)
    END-IF

    *> confirmacion para el canal: reserva, habitacion, total y
    *> deposito exigido
    MOVE "OK"            TO CN-ESTADO
    MOVE R-CANAL(W-J)    TO CN-CANAL
    MOVE FI-DOC          TO CN-DOC
    MOVE FI-ENT          TO CN-ENT
    MOVE R-ID(W-J)       TO CN-RES-ID
    MOVE R-HAB(W-J)      TO CN-HAB
    MOVE R-TOTAL(W-J)    TO CN-TOTAL
    MOVE R-DEPOSITO(W-J) TO CN-DEPOSITO
    MOVE SPACES          TO CN-MOTIVO
    WRITE CN-REC

    MOVE R-TOTAL(W-J) TO D-IMP2
    DISPLAY "  Creada res " R-ID(W-J)
            " | Hab " R-HAB(W-J)
            " | " R-NOMBRE-CLI(W-J)(1:22)
            " | " D-IMP2 " EUR"
    PERFORM DIARIO-RES
    IF FI-ENT = SES-FECHA
        PERFORM DIARIO-HAB
    END-IF
    .

*> ================================================================
*> PAQUETES -- tarifa cerrada (alojamiento + servicios del catalogo)
*> El precio del paquete se reparte al reservar: los servicios
*> incluidos, valorados a precio de catalogo, van a R-PAQ-SVC y
*> dentro de R-IMPORTE-SVC (ventas de servicios); el resto es
*> R-BASE-HAB (ventas de alojamiento). Asi factura, IVA, asiento
*> contable e informes de ingresos separan lo que es de cada uno.
*> La auditoria nocturna carga los servicios incluidos a precio
*> cero en las fechas que tocan (S-HORA = "PAQ").
*> ================================================================

*> Fila del paquete W-PQ-COD en W-IDX-PQ (0 si no existe).
PAQ-BUSCAR.
    MOVE ZEROS TO W-PQ-ENC
    PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
        IF PQ-COD(W-IDX-PQ) = W-PQ-COD AND W-PQ-COD NOT = SPACES
            MOVE W-IDX-PQ TO W-PQ-ENC
        END-IF
    END-PERFORM
    MOVE W-PQ-ENC TO W-IDX-PQ
    .

*> Fila del catalogo del servicio W-PQ-L del paquete en W-PQ-K.
PAQ-BUSCAR-CAT.
    MOVE ZEROS TO W-PQ-ENC
    PERFORM VARYING W-PQ-K FROM 1 BY 1 UNTIL W-PQ-K > CFG-MAX-CAT
        IF K-COD(W-PQ-K) = PQ-L-COD(W-IDX-PQ, W-PQ-L)
            MOVE W-PQ-K TO W-PQ-ENC
        END-IF
    END-PERFORM
    MOVE W-PQ-ENC TO W-PQ-K
    .

*> Unidades del servicio W-PQ-L que corresponden a la reserva W-J:
*> en toda la estancia (W-PQ-MULT = noches) o en una noche (= 1).
PAQ-CANTIDAD-LINEA.
    EVALUATE PQ-L-FREC(W-IDX-PQ, W-PQ-L)
        WHEN "N"
            MULTIPLY PQ-L-CANT(W-IDX-PQ, W-PQ-L) BY W-PQ-MULT
                GIVING W-PQ-CANT
        WHEN "P"
            COMPUTE W-PQ-CANT = PQ-L-CANT(W-IDX-PQ, W-PQ-L)
                * (R-ADULTOS(W-J) + R-NINOS(W-J))
        WHEN OTHER
            MOVE PQ-L-CANT(W-IDX-PQ, W-PQ-L) TO W-PQ-CANT
    END-EVALUATE
    .

*> ----------------------------------------------------------------
*> Precio de la reserva W-J con su paquete R-PAQUETE: deja
*> R-BASE-HAB, R-PRECIO-HAB y R-PAQ-SVC (y la parte de servicios
*> dentro de R-IMPORTE-SVC). Se llama al reservar y cada vez que
*> cambian las noches o la habitacion.
*> ----------------------------------------------------------------
PAQ-PRECIO-RESERVA.
    MOVE R-PAQUETE(W-J) TO W-PQ-COD
    PERFORM PAQ-BUSCAR
    IF W-IDX-PQ > ZEROS
        IF PQ-BASE(W-IDX-PQ) = "N"
            MULTIPLY PQ-PRECIO(W-IDX-PQ) BY R-NOCHES(W-J)
                GIVING W-PQ-TOTAL
        ELSE
            MOVE PQ-PRECIO(W-IDX-PQ) TO W-PQ-TOTAL
        END-IF
        MOVE ZEROS         TO W-PQ-SVC
        MOVE R-NOCHES(W-J) TO W-PQ-MULT
        PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
            IF PQ-L-COD(W-IDX-PQ, W-PQ-L) NOT = SPACES
                PERFORM PAQ-BUSCAR-CAT
                IF W-PQ-K > ZEROS
                    PERFORM PAQ-CANTIDAD-LINEA
                    COMPUTE W-PQ-SVC = W-PQ-SVC
                        + K-PRECIO(W-PQ-K) * W-PQ-CANT
                END-IF
            END-IF
        END-PERFORM
        IF W-PQ-SVC > W-PQ-TOTAL
            MOVE W-PQ-TOTAL TO W-PQ-SVC
        END-IF
        SUBTRACT R-PAQ-SVC(W-J) FROM R-IMPORTE-SVC(W-J)
        MOVE W-PQ-SVC TO R-PAQ-SVC(W-J)
        ADD W-PQ-SVC  TO R-IMPORTE-SVC(W-J)
        SUBTRACT W-PQ-SVC FROM W-PQ-TOTAL GIVING R-BASE-HAB(W-J)
        IF R-NOCHES(W-J) > ZEROS
            COMPUTE R-PRECIO-HAB(W-J) ROUNDED =
                R-BASE-HAB(W-J) / R-NOCHES(W-J)
        END-IF
    END-IF
    .

*> Ofrece los paquetes activos en el alta de reserva; deja NR-PAQ.
PAQ-PEDIR-RESERVA.
    MOVE SPACES TO NR-PAQ
    MOVE ZEROS TO W-PQ-CNT
    PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
        IF PQ-ACTIVO(W-IDX-PQ) = "S"
            ADD 1 TO W-PQ-CNT
        END-IF
    END-PERFORM
    IF W-PQ-CNT > ZEROS
        DISPLAY "  Paquetes:"
        PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
            IF PQ-ACTIVO(W-IDX-PQ) = "S"
                MOVE PQ-PRECIO(W-IDX-PQ) TO D-IMP
                IF PQ-BASE(W-IDX-PQ) = "N"
                    DISPLAY "   " PQ-COD(W-IDX-PQ) " "
                            PQ-NOMBRE(W-IDX-PQ) " " D-IMP
                            " EUR/noche"
                ELSE
                    DISPLAY "   " PQ-COD(W-IDX-PQ) " "
                            PQ-NOMBRE(W-IDX-PQ) " " D-IMP
                            " EUR/estancia"
                END-IF
            END-IF
        END-PERFORM
        DISPLAY "  Paquete (Enter = ninguno)    : " WITH NO ADVANCING
        ACCEPT NR-PAQ
        MOVE FUNCTION UPPER-CASE(NR-PAQ) TO NR-PAQ
        IF NR-PAQ NOT = SPACES
            MOVE NR-PAQ TO W-PQ-COD
            PERFORM PAQ-BUSCAR
            IF W-IDX-PQ = ZEROS
                DISPLAY "  [!] Paquete inexistente: reserva sin paquete"
                MOVE SPACES TO NR-PAQ
            ELSE
                IF PQ-ACTIVO(W-IDX-PQ) NOT = "S"
                    DISPLAY "  [!] Paquete no activo: reserva sin "
                            "paquete"
                    MOVE SPACES TO NR-PAQ
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Auditoria: carga a precio cero los servicios incluidos que
*> tocan esta noche a cada huesped alojado con paquete. Una vez por
*> estancia (E) y por persona (P) solo la primera noche; cada noche
*> (N) todas las noches de la estancia. No se repite nada que ya
*> este cargado, de modo que relanzar la auditoria no duplica.
*> ----------------------------------------------------------------
PAQ-CARGAR-NOCHE.
    MOVE ZEROS TO W-PQ-CNT
    DISPLAY "  Servicios incluidos en paquetes:"
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ESTADO(W-J) = "A" AND R-PAQUETE(W-J) NOT = SPACES
           AND R-SALIDA(W-J) > SES-FECHA
            MOVE R-PAQUETE(W-J) TO W-PQ-COD
            PERFORM PAQ-BUSCAR
            IF W-IDX-PQ > ZEROS
                PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
                    IF PQ-L-COD(W-IDX-PQ, W-PQ-L) NOT = SPACES
                        PERFORM PAQ-CARGAR-LINEA
                    END-IF
                END-PERFORM
            END-IF
        END-IF
    END-PERFORM
    IF W-PQ-CNT = ZEROS
        DISPLAY "   Ninguno."
    ELSE
        PERFORM GUARDAR-STOCK
    END-IF
    .

PAQ-CARGAR-LINEA.
    MOVE "N" TO W-PQ-HECHO
    PERFORM VARYING W-PQ-S FROM 1 BY 1 UNTIL W-PQ-S > G-N-SVC
        IF S-RES-ID(W-PQ-S) = R-ID(W-J)
           AND S-COD(W-PQ-S) = PQ-L-COD(W-IDX-PQ, W-PQ-L)
           AND S-HORA(W-PQ-S) = "PAQ"
            IF PQ-L-FREC(W-IDX-PQ, W-PQ-L) NOT = "N"
               OR S-FECHA(W-PQ-S) = SES-FECHA
                MOVE "S" TO W-PQ-HECHO
            END-IF
        END-IF
    END-PERFORM
    PERFORM PAQ-BUSCAR-CAT
    IF W-PQ-HECHO = "N" AND W-PQ-K > ZEROS
        IF G-N-SVC >= CFG-MAX-SVC
            DISPLAY "   [!] Sin capacidad de servicios: res "
                    R-ID(W-J) " " PQ-L-COD(W-IDX-PQ, W-PQ-L)
                    " sin cargar"
        ELSE
            MOVE 1 TO W-PQ-MULT
            PERFORM PAQ-CANTIDAD-LINEA
            IF W-PQ-CANT > 999
                MOVE 999 TO W-PQ-CANT
            END-IF
            ADD 1 TO G-N-SVC
            ADD 1 TO G-ID-SVC
            MOVE G-N-SVC TO W-I
            MOVE G-ID-SVC           TO S-ID(W-I)
            MOVE R-ID(W-J)          TO S-RES-ID(W-I)
            MOVE R-HAB(W-J)         TO S-HAB(W-I)
            MOVE K-COD(W-PQ-K)      TO S-COD(W-I)
            MOVE SPACES             TO S-DESC(W-I)
            STRING K-NOMBRE(W-PQ-K) DELIMITED BY "  "
                   " (paquete " R-PAQUETE(W-J) ")"
                   DELIMITED BY SIZE
                INTO S-DESC(W-I)
            MOVE W-PQ-CANT          TO S-CANT(W-I)
            MOVE ZEROS              TO S-PU(W-I) S-TOTAL(W-I)
            MOVE SES-FECHA          TO S-FECHA(W-I)
            MOVE "PAQ"              TO S-HORA(W-I)
            PERFORM DIARIO-SVC
            MOVE "V" TO W-STK-TIPO
            PERFORM STOCK-CARGO
            ADD 1 TO W-PQ-CNT
            DISPLAY "   Res " R-ID(W-J) " Hab " R-HAB(W-J)
                    " " S-DESC(W-I)(1:38) " x" S-CANT(W-I)
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Mantenimiento del maestro de paquetes. Alta y cambios con
*> autorizacion de supervisor (OPERAUD accion PAQUETE).
*> ----------------------------------------------------------------
PAQ-MANTENIMIENTO.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  PAQUETES"
    DISPLAY L-DOBLE
    PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
        MOVE PQ-PRECIO(W-IDX-PQ) TO D-IMP
        DISPLAY "  " PQ-COD(W-IDX-PQ) " " PQ-NOMBRE(W-IDX-PQ)
                " " D-IMP " EUR/" PQ-BASE(W-IDX-PQ)
                "  activo " PQ-ACTIVO(W-IDX-PQ)
        PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
            IF PQ-L-COD(W-IDX-PQ, W-PQ-L) NOT = SPACES
                DISPLAY "       incluye " PQ-L-COD(W-IDX-PQ, W-PQ-L)
                        " x" PQ-L-CANT(W-IDX-PQ, W-PQ-L)
                        " " PQ-L-FREC(W-IDX-PQ, W-PQ-L)
            END-IF
        END-PERFORM
    END-PERFORM
    IF G-N-PAQ = ZEROS
        DISPLAY "  (sin paquetes)"
    END-IF
    DISPLAY L-SIMPLE
    DISPLAY "  Precio por N=noche E=estancia; frecuencia E=una vez "
            "N=cada noche P=por persona"
    DISPLAY L-SIMPLE
    DISPLAY "  A=alta  M=modificar  Enter=volver: " WITH NO ADVANCING
    ACCEPT W-PQ-OPC
    MOVE FUNCTION UPPER-CASE(W-PQ-OPC) TO W-PQ-OPC
    EVALUATE W-PQ-OPC
        WHEN "A"
            IF G-N-PAQ >= CFG-MAX-PAQ
                DISPLAY "  [!] Capacidad maxima de paquetes alcanzada"
            ELSE
                DISPLAY "  Codigo nuevo (4 letras)      : "
                        WITH NO ADVANCING
                ACCEPT W-PQ-COD
                MOVE FUNCTION UPPER-CASE(W-PQ-COD) TO W-PQ-COD
                PERFORM PAQ-BUSCAR
                IF W-PQ-COD = SPACES OR W-IDX-PQ > ZEROS
                    DISPLAY "  [!] Codigo vacio o ya existente"
                ELSE
                    PERFORM PAQ-PEDIR-DATOS
                END-IF
            END-IF
        WHEN "M"
            DISPLAY "  Codigo de paquete            : "
                    WITH NO ADVANCING
            ACCEPT W-PQ-COD
            MOVE FUNCTION UPPER-CASE(W-PQ-COD) TO W-PQ-COD
            PERFORM PAQ-BUSCAR
            IF W-IDX-PQ = ZEROS
                DISPLAY "  [!] Paquete no encontrado"
            ELSE
                PERFORM PAQ-PEDIR-DATOS
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*> Pide los datos del paquete W-IDX-PQ (0 = alta de W-PQ-COD).
*> Las reservas ya hechas conservan el precio con que se vendieron.
PAQ-PEDIR-DATOS.
    MOVE "S" TO W-RESP
    INITIALIZE NPQ-DATOS
    DISPLAY "  Nombre                       : " WITH NO ADVANCING
    ACCEPT NPQ-NOMBRE
    IF NPQ-NOMBRE = SPACES AND W-IDX-PQ > ZEROS
        MOVE PQ-NOMBRE(W-IDX-PQ) TO NPQ-NOMBRE
    END-IF
    DISPLAY "  Precio por (N=noche E=estancia): " WITH NO ADVANCING
    ACCEPT NPQ-BASE
    DISPLAY "  Precio del paquete (EUR)     : " WITH NO ADVANCING
    ACCEPT NPQ-PRECIO
    DISPLAY "  Activo (S/N)                 : " WITH NO ADVANCING
    ACCEPT NPQ-ACTIVO
    MOVE FUNCTION UPPER-CASE(NPQ-BASE)   TO NPQ-BASE
    MOVE FUNCTION UPPER-CASE(NPQ-ACTIVO) TO NPQ-ACTIVO
    *> en un cambio, Enter mantiene el valor actual
    IF W-IDX-PQ > ZEROS
        IF NPQ-BASE = SPACES
            MOVE PQ-BASE(W-IDX-PQ) TO NPQ-BASE
        END-IF
        IF NPQ-PRECIO = ZEROS
            MOVE PQ-PRECIO(W-IDX-PQ) TO NPQ-PRECIO
        END-IF
        IF NPQ-ACTIVO = SPACES
            MOVE PQ-ACTIVO(W-IDX-PQ) TO NPQ-ACTIVO
        END-IF
    END-IF
    IF NPQ-NOMBRE = SPACES OR NPQ-PRECIO = ZEROS
       OR (NPQ-BASE NOT = "N" AND NPQ-BASE NOT = "E")
       OR (NPQ-ACTIVO NOT = "S" AND NPQ-ACTIVO NOT = "N")
        DISPLAY "  [!] Datos invalidos: sin cambios"
        MOVE "N" TO W-RESP
    END-IF
    IF W-RESP = "S"
        IF W-IDX-PQ > ZEROS
            DISPLAY "  Servicios incluidos (codigo vacio = fin; "
                    "vacio el primero = mantener):"
        ELSE
            DISPLAY "  Servicios incluidos (codigo vacio = fin):"
        END-IF
        MOVE "N" TO W-PQ-HECHO
        PERFORM VARYING W-PQ-L FROM 1 BY 1
                UNTIL W-PQ-L > 6 OR W-PQ-HECHO = "S"
            DISPLAY "   " W-PQ-L ". Codigo de servicio : "
                    WITH NO ADVANCING
            ACCEPT NPQ-L-COD(W-PQ-L)
            MOVE FUNCTION UPPER-CASE(NPQ-L-COD(W-PQ-L))
                TO NPQ-L-COD(W-PQ-L)
            IF NPQ-L-COD(W-PQ-L) = SPACES
                MOVE "S" TO W-PQ-HECHO
            ELSE
                DISPLAY "      Cantidad           : "
                        WITH NO ADVANCING
                ACCEPT NPQ-L-CANT(W-PQ-L)
                DISPLAY "      Frecuencia (E/N/P) : "
                        WITH NO ADVANCING
                ACCEPT NPQ-L-FREC(W-PQ-L)
                MOVE FUNCTION UPPER-CASE(NPQ-L-FREC(W-PQ-L))
                    TO NPQ-L-FREC(W-PQ-L)
                MOVE ZEROS TO W-PQ-ENC
                PERFORM VARYING W-PQ-K FROM 1 BY 1
                        UNTIL W-PQ-K > CFG-MAX-CAT
                    IF K-COD(W-PQ-K) = NPQ-L-COD(W-PQ-L)
                        MOVE W-PQ-K TO W-PQ-ENC
                    END-IF
                END-PERFORM
                IF W-PQ-ENC = ZEROS OR NPQ-L-CANT(W-PQ-L) = ZEROS
                   OR (NPQ-L-FREC(W-PQ-L) NOT = "E"
                       AND NPQ-L-FREC(W-PQ-L) NOT = "N"
                       AND NPQ-L-FREC(W-PQ-L) NOT = "P")
                    DISPLAY "  [!] Servicio, cantidad o frecuencia "
                            "invalidos"
                    MOVE "N" TO W-RESP
                END-IF
            END-IF
        END-PERFORM
        IF W-IDX-PQ > ZEROS AND NPQ-L-COD(1) = SPACES
            PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
                MOVE PQ-L-COD(W-IDX-PQ, W-PQ-L)  TO NPQ-L-COD(W-PQ-L)
                MOVE PQ-L-CANT(W-IDX-PQ, W-PQ-L) TO NPQ-L-CANT(W-PQ-L)
                MOVE PQ-L-FREC(W-IDX-PQ, W-PQ-L) TO NPQ-L-FREC(W-PQ-L)
            END-PERFORM
        END-IF
    END-IF
    IF W-RESP = "S"
        MOVE "PAQUETE"  TO W-AO-ACCION
        MOVE W-PQ-COD   TO W-AO-REF
        MOVE SPACES     TO W-AO-ANTES W-AO-DESPUES
        IF W-IDX-PQ = ZEROS
            MOVE "(paquete nuevo)" TO W-AO-ANTES
        ELSE
            MOVE PQ-PRECIO(W-IDX-PQ) TO D-IMP
            STRING D-IMP " " PQ-BASE(W-IDX-PQ) " activo "
                   PQ-ACTIVO(W-IDX-PQ)
                DELIMITED BY SIZE INTO W-AO-ANTES
        END-IF
        MOVE NPQ-PRECIO TO D-IMP
        STRING D-IMP " " NPQ-BASE " activo " NPQ-ACTIVO
            DELIMITED BY SIZE INTO W-AO-DESPUES
        PERFORM SUPERVISOR-AUTORIZAR
        IF W-AUT-OK = "S"
            IF W-IDX-PQ = ZEROS
                ADD 1 TO G-N-PAQ
                MOVE G-N-PAQ  TO W-IDX-PQ
                MOVE W-PQ-COD TO PQ-COD(W-IDX-PQ)
            END-IF
            MOVE NPQ-NOMBRE TO PQ-NOMBRE(W-IDX-PQ)
            MOVE NPQ-BASE   TO PQ-BASE(W-IDX-PQ)
            MOVE NPQ-PRECIO TO PQ-PRECIO(W-IDX-PQ)
            MOVE NPQ-ACTIVO TO PQ-ACTIVO(W-IDX-PQ)
            PERFORM VARYING W-PQ-L FROM 1 BY 1 UNTIL W-PQ-L > 6
                MOVE NPQ-L-COD(W-PQ-L)  TO PQ-L-COD(W-IDX-PQ, W-PQ-L)
                MOVE NPQ-L-CANT(W-PQ-L) TO PQ-L-CANT(W-IDX-PQ, W-PQ-L)
                MOVE NPQ-L-FREC(W-PQ-L) TO PQ-L-FREC(W-IDX-PQ, W-PQ-L)
            END-PERFORM
            PERFORM GUARDAR-PAQUETES
            DISPLAY "  *** PAQUETE " W-PQ-COD " GRABADO ***"
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Export de disponibilidad: para cada uno de los proximos 30 dias
*> y cada tipo, cuantas habitaciones quedan sin compromiso (misma
*> regla de solape que RES-VERIFICAR-DISPONIBILIDAD, noche a
*> noche). El canal consume DISPON.DAT y deja de vender lo vendido.
*> ----------------------------------------------------------------
EXPORTAR-DISPONIBILIDAD.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  EXPORT DE DISPONIBILIDAD (30 dias)"
    DISPLAY L-DOBLE
    OPEN OUTPUT F-DIS
    MOVE SES-FECHA TO W-FECHA-ITER
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > 30
        MOVE "SI" TO W-TXT  PERFORM EXP-DIS-TIPO
        MOVE "DO" TO W-TXT  PERFORM EXP-DIS-TIPO
        MOVE "ST" TO W-TXT  PERFORM EXP-DIS-TIPO
        MOVE "SU" TO W-TXT  PERFORM EXP-DIS-TIPO
        MOVE "PS" TO W-TXT  PERFORM EXP-DIS-TIPO
        PERFORM AVANZAR-FECHA-ITER
    END-PERFORM
    CLOSE F-DIS
    DISPLAY "  Exportadas 150 lineas (30 dias x 5 tipos) en "
            "DISPON.DAT"
    ADD 1 TO SES-OPS
    DISPLAY L-DOBLE
    .

EXP-DIS-TIPO.
    MOVE ZEROS TO W-CNT3
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-TIPO(W-I) = W-TXT(1:2) AND H-ESTADO(W-I) NOT = "M"
            MOVE "N" TO W-ENC
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
                IF R-HAB(W-J) = H-NUM(W-I)
                   AND (R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A")
                   AND R-ENTRADA(W-J) <= W-FECHA-ITER
                   AND W-FECHA-ITER < R-SALIDA(W-J)
                    MOVE "S" TO W-ENC
                END-IF
            END-PERFORM
            IF W-ENC = "N"
                ADD 1 TO W-CNT3
            END-IF
        END-IF
    END-PERFORM
    *> las reservas por tipo sin habitacion asignada tambien
    *> comprometen cupo del tipo esa noche
    MOVE ZEROS TO W-CNT2
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-HAB(W-J) = ZEROS
           AND R-TIPO-HAB(W-J) = W-TXT(1:2)
           AND (R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A")
           AND R-ENTRADA(W-J) <= W-FECHA-ITER
           AND W-FECHA-ITER < R-SALIDA(W-J)
            ADD 1 TO W-CNT2
        END-IF
    END-PERFORM
    IF W-CNT2 >= W-CNT3
        MOVE ZEROS TO W-CNT3
    ELSE
        SUBTRACT W-CNT2 FROM W-CNT3
    END-IF
    MOVE W-FECHA-ITER TO DS-FECHA
    MOVE W-TXT(1:2)   TO DS-TIPO
    MOVE W-CNT3       TO DS-LIBRES
    WRITE DS-REC
    .

*> ----------------------------------------------------------------
*> LISTA DE ESPERA. ESPERA-ANOTAR da de alta una entrada con los
*> datos ya preparados en NE-TIPO/NE-ENT/NE-SAL/NE-CONTACTO y el
*> cliente de la fila W-IDX-C.
*> ----------------------------------------------------------------
ESPERA-ANOTAR.
    IF G-N-ESP >= CFG-MAX-ESP
        DISPLAY "  [!] Lista de espera llena"
    ELSE
        ADD 1 TO G-N-ESP
        ADD 1 TO G-ID-ESP
        MOVE G-N-ESP TO W-IDX-E
        MOVE G-ID-ESP              TO E-ID(W-IDX-E)
        MOVE C-ID(W-IDX-C)         TO E-CLI-ID(W-IDX-E)
        MOVE C-NOMBRE-COMP(W-IDX-C) TO E-NOMBRE(W-IDX-E)
        MOVE NE-TIPO               TO E-TIPO(W-IDX-E)
        MOVE NE-ENT                TO E-ENT(W-IDX-E)
        MOVE NE-SAL                TO E-SAL(W-IDX-E)
        MOVE NE-CONTACTO           TO E-CONTACTO(W-IDX-E)
        MOVE SES-FECHA             TO E-FECHA-ALTA(W-IDX-E)
        MOVE "A"                   TO E-ESTADO(W-IDX-E)
        DISPLAY "  *** ANOTADO EN LISTA DE ESPERA ("
                E-ID(W-IDX-E) ") ***"
        PERFORM DIARIO-ESP
        ADD 1 TO SES-OPS
    END-IF
    .

*> ----------------------------------------------------------------
*> Busca una habitacion que encaje con la entrada W-IDX-E de la
*> lista de espera: mismo tipo (o "**" = cualquiera), no fuera de
*> servicio y sin solape de reservas en sus fechas. Deja W-ESP-HAB
*> con el numero encontrado (0 = nada libre). Machaca NR-HAB/
*> NR-ENT/NR-SAL y W-J (via RES-VERIFICAR-DISPONIBILIDAD).
*> ----------------------------------------------------------------
ESPERA-BUSCAR-HUECO.
    MOVE ZEROS TO W-ESP-HAB
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF W-ESP-HAB = ZEROS
           AND (H-TIPO(W-I) = E-TIPO(W-IDX-E)
                OR E-TIPO(W-IDX-E) = "**")
           AND H-ESTADO(W-I) NOT = "M"
            MOVE H-NUM(W-I)      TO NR-HAB
            MOVE E-ENT(W-IDX-E)  TO NR-ENT
            MOVE E-SAL(W-IDX-E)  TO NR-SAL
            PERFORM RES-VERIFICAR-DISPONIBILIDAD
            IF W-ENC = "N"
                MOVE H-NUM(W-I) TO W-ESP-HAB
            END-IF
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Tras liberar fechas (cancelacion o no-show) repasa la lista de
*> espera en orden de llegada y avisa de las entradas que ya tienen
*> hueco, para llamar a los clientes una a una.
*> ----------------------------------------------------------------
ESPERA-AVISAR-HUECOS.
    MOVE ZEROS TO W-ESP-CNT
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        IF E-ESTADO(W-IDX-E) = "A" AND E-ENT(W-IDX-E) >= SES-FECHA
            PERFORM ESPERA-BUSCAR-HUECO
            IF W-ESP-HAB > ZEROS
                ADD 1 TO W-ESP-CNT
                IF W-ESP-CNT = 1
                    DISPLAY "  LISTA DE ESPERA -- avisar por orden:"
                END-IF
                DISPLAY "   " E-ID(W-IDX-E)
                        " " E-NOMBRE(W-IDX-E)(1:25)
                        " " E-CONTACTO(W-IDX-E)
                        " | Hab " W-ESP-HAB
                        " " E-ENT(W-IDX-E) " -> " E-SAL(W-IDX-E)
            END-IF
        END-IF
    END-PERFORM
    .

ESPERA-REVISAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  LISTA DE ESPERA -- " SES-FECHA
    DISPLAY L-DOBLE
    DISPLAY "  NUM    CLIENTE                   TIPO ENTRADA    SALIDA     CONTACTO"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        IF E-ESTADO(W-IDX-E) = "A"
            ADD 1 TO W-CNT
            DISPLAY "  " E-ID(W-IDX-E)
                    "  " E-NOMBRE(W-IDX-E)(1:24)
                    " " E-TIPO(W-IDX-E)
                    "   " E-ENT(W-IDX-E)
                    " " E-SAL(W-IDX-E)
                    " " E-CONTACTO(W-IDX-E)
                    WITH NO ADVANCING
            IF E-ENT(W-IDX-E) < SES-FECHA
                DISPLAY " [CADUCADA]"
            ELSE
                PERFORM ESPERA-BUSCAR-HUECO
                IF W-ESP-HAB > ZEROS
                    DISPLAY " -> DISPONIBLE: Hab " W-ESP-HAB
                ELSE
                    DISPLAY " "
                END-IF
            END-IF
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    IF W-CNT = ZEROS
        DISPLAY "  Lista de espera vacia."
    END-IF
    DISPLAY "  1=Anotar  2=Baja/atendida  3=Purgar caducadas  0=Volver: "
            WITH NO ADVANCING
    ACCEPT W-NUM
    EVALUATE W-NUM
        WHEN 1 PERFORM ESPERA-NUEVA-MANUAL
        WHEN 2 PERFORM ESPERA-BAJA
        WHEN 3 PERFORM ESPERA-PURGAR
        WHEN OTHER CONTINUE
    END-EVALUATE
    DISPLAY L-DOBLE
    .

ESPERA-NUEVA-MANUAL.
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        DISPLAY "  [!] Cliente no encontrado"
    ELSE
        DISPLAY "  Tipo deseado (SI/DO/ST/SU/PS, **=cualquiera): "
                WITH NO ADVANCING
        ACCEPT NE-TIPO
        MOVE FUNCTION UPPER-CASE(NE-TIPO) TO NE-TIPO
        DISPLAY "  Fecha entrada  (AAAA-MM-DD) : " WITH NO ADVANCING
        ACCEPT NE-ENT
        DISPLAY "  Fecha salida   (AAAA-MM-DD) : " WITH NO ADVANCING
        ACCEPT NE-SAL
        DISPLAY "  Contacto (tel, Enter=ficha) : " WITH NO ADVANCING
        ACCEPT NE-CONTACTO
        IF NE-CONTACTO = SPACES
            MOVE C-TEL(W-IDX-C) TO NE-CONTACTO
        END-IF
        PERFORM ESPERA-ANOTAR
    END-IF
    .

ESPERA-BAJA.
    DISPLAY "  Numero de entrada a dar de baja: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-ESP
    MOVE "N" TO W-ENC
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        IF E-ID(W-IDX-E) = W-BUSCAR-ESP AND E-ESTADO(W-IDX-E) = "A"
            MOVE "X" TO E-ESTADO(W-IDX-E)
            PERFORM DIARIO-ESP
            MOVE "S" TO W-ENC
        END-IF
    END-PERFORM
    IF W-ENC = "S"
        DISPLAY "  *** ENTRADA DADA DE BAJA ***"
        ADD 1 TO SES-OPS
    ELSE
        DISPLAY "  [!] Entrada no encontrada"
    END-IF
    .

*> ----------------------------------------------------------------
*> Purga: retira fisicamente de la tabla las entradas dadas de
*> baja y las caducadas (entrada anterior a la fecha de trabajo),
*> compactando igual que RES-ARCHIVAR.
*> ----------------------------------------------------------------
ESPERA-PURGAR.
    MOVE ZEROS TO W-CNT W-CNT2
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        IF E-ESTADO(W-IDX-E) NOT = "A"
           OR E-ENT(W-IDX-E) < SES-FECHA
            ADD 1 TO W-CNT2
        ELSE
            ADD 1 TO W-CNT
            IF W-CNT NOT = W-IDX-E
                MOVE E(W-IDX-E) TO E(W-CNT)
            END-IF
        END-IF
    END-PERFORM
    MOVE W-CNT TO G-N-ESP
    MOVE W-CNT2 TO D-CNT
    DISPLAY "  Entradas purgadas: " D-CNT
    IF W-CNT2 > ZEROS
        PERFORM DIARIO-EPU
        ADD 1 TO SES-OPS
    END-IF
    .

*> ----------------------------------------------------------------
*> Deposito exigido a la reserva W-J segun el canal de venta: las
*> reservas WEB y de AGENCIA exigen un porcentaje mayor que las de
*> mostrador. El deposito se cobra por el flujo normal de pago
*> parcial (FAC-PAGO-PARCIAL); aqui solo se fija el importe.
*> ----------------------------------------------------------------
CALCULAR-DEPOSITO-RESERVA.
    EVALUATE R-CANAL(W-J)(1:3)
        WHEN "WEB" MOVE "DEP-WEB"  TO W-PARAM-COD
        WHEN "AGE" MOVE "DEP-AGEN" TO W-PARAM-COD
        WHEN OTHER MOVE "DEP-MOST" TO W-PARAM-COD
    END-EVALUATE
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-DEP-PCT
    MULTIPLY R-TOTAL(W-J) BY W-DEP-PCT
        GIVING R-DEPOSITO(W-J) ROUNDED
    .

*> ----------------------------------------------------------------
*> Pregunta si la reserva va vinculada a una cuenta de credito
*> (empresa/agencia que paga a mes vencido). Deja NR-CTA con el id
*> validado, o 0 si no hay cuenta o la indicada no es valida.
*> ----------------------------------------------------------------
RES-PEDIR-CUENTA.
    MOVE ZEROS TO NR-CTA
    IF G-N-CTA > ZEROS
        DISPLAY "  Cuenta de credito (0=ninguna): " WITH NO ADVANCING
        ACCEPT NR-CTA
        IF NR-CTA > ZEROS
            MOVE NR-CTA TO W-BUSCAR-CTA
            PERFORM BUSCAR-CTA
            MOVE "N" TO W-ENC2
            IF W-ENC = "S"
                IF CT-ACTIVO(W-IDX-CT) = "S"
                    MOVE "S" TO W-ENC2
                    DISPLAY "  Cuenta: " CT-NOMBRE(W-IDX-CT)(1:30)
                END-IF
            END-IF
            IF W-ENC2 = "N"
                DISPLAY "  [!] Cuenta inexistente o bloqueada, "
                        "se omite"
                MOVE ZEROS TO NR-CTA
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Tasa turistica municipal de la reserva W-J: tarifa por adulto y
*> por noche (TASA-TUR) con tope de noches gravadas por estancia
*> (TASA-MAX; 0 = sin tope). Los ninos y bebes estan exentos: solo
*> se gravan los adultos. No forma parte de la base imponible del
*> IVA: se suma despues del IVA como linea propia de la factura.
*> Deja R-NOCHES-TASA(W-J) (pernoctaciones de adulto gravadas) y
*> R-TASA(W-J) (importe devengado).
*> ----------------------------------------------------------------
CALCULAR-TASA-TURISTICA.
    MOVE "TASA-TUR" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-TASA-VIG
    MOVE "TASA-MAX" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-TASA-MAXN
    MOVE R-NOCHES(W-J) TO W-TASA-NOC
    IF W-TASA-MAXN > ZEROS AND W-TASA-NOC > W-TASA-MAXN
        MOVE W-TASA-MAXN TO W-TASA-NOC
    END-IF
    MULTIPLY R-ADULTOS(W-J) BY W-TASA-NOC
        GIVING R-NOCHES-TASA(W-J)
    MULTIPLY R-NOCHES-TASA(W-J) BY W-TASA-VIG
        GIVING R-TASA(W-J) ROUNDED
    .

*> ----------------------------------------------------------------
*> Penalizacion de cancelacion para la reserva W-J: si se cancela
*> dentro de la ventana (menos de CANC-VEN dias antes de la
*> entrada, incluida la propia manana de llegada) se retiene hasta
*> CANC-PCT del total, con el limite de lo realmente pagado.
*> Deja W-PENAL (penalizacion teorica), W-RETENIDO (lo que se
*> queda el hotel) y W-DEVOLVER (lo que se reembolsa).
*> ----------------------------------------------------------------
RES-CALCULAR-PENALIZACION.
    MOVE R-ENTRADA(W-J)(1:4) TO W-FECHA-AAAA
    MOVE R-ENTRADA(W-J)(6:2) TO W-FECHA-MM
    MOVE R-ENTRADA(W-J)(9:2) TO W-FECHA-DD
    COMPUTE W-FECHA-DIA-JUL =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
    MOVE SES-FECHA(1:4) TO W-FECHA-AAAA
    MOVE SES-FECHA(6:2) TO W-FECHA-MM
    MOVE SES-FECHA(9:2) TO W-FECHA-DD
    COMPUTE W-DIAS-ANTES = W-FECHA-DIA-JUL -
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
    MOVE "CANC-VEN" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    IF W-DIAS-ANTES < W-PARAM-VAL
        MOVE "CANC-PCT" TO W-PARAM-COD
        PERFORM OBTENER-PARAM
        MULTIPLY R-TOTAL(W-J) BY W-PARAM-VAL
            GIVING W-PENAL ROUNDED
    ELSE
        MOVE ZEROS TO W-PENAL
    END-IF
    IF R-PAGADO(W-J) < W-PENAL
        MOVE R-PAGADO(W-J) TO W-RETENIDO
    ELSE
        MOVE W-PENAL TO W-RETENIDO
    END-IF
    SUBTRACT W-RETENIDO FROM R-PAGADO(W-J) GIVING W-DEVOLVER
    .

*> ----------------------------------------------------------------
*> Aplica sobre la reserva W-J el resultado ya calculado por
*> RES-CALCULAR-PENALIZACION. El cobro original (importe, fecha y
*> forma) se conserva tal cual -- ya conto en la caja de su dia;
*> lo retenido se anota aparte con la fecha de la cancelacion y
*> el cierre de caja lo lista como "Penalizaciones retenidas" de
*> las cancelaciones de hoy.
*> ----------------------------------------------------------------
RES-APLICAR-PENALIZACION.
    MOVE SES-OPER-ID TO R-OPER-COBRO(W-J)
    MOVE ZEROS       TO R-PENDIENTE(W-J)
    MOVE W-RETENIDO  TO R-PENAL(W-J)
    IF W-RETENIDO > ZEROS
        MOVE SES-FECHA TO R-FECHA-PENAL(W-J)
    ELSE
        MOVE SPACES TO R-FECHA-PENAL(W-J)
    END-IF
    MOVE W-DEVOLVER TO R-DEVUELTO(W-J)
    IF W-DEVOLVER > ZEROS
        MOVE SES-FECHA TO R-FECHA-DEV(W-J)
    ELSE
        MOVE SPACES TO R-FECHA-DEV(W-J)
    END-IF
    *> lo cobrado como anticipo pasa a liquidarse contra la
    *> penalizacion y la devolucion (libro de cobros)
    IF R-PAGADO(W-J) > ZEROS
        MOVE "R"           TO W-CB-TIPO
        MOVE SPACES        TO W-CB-FORMA
        MOVE R-PAGADO(W-J) TO W-CB-IMP
        PERFORM COBRO-ANOTAR
    END-IF
    .

*> ----------------------------------------------------------------
*> Devolucion al cliente de la parte no retenida: se pregunta la
*> forma igual que en los cobros; si sale en efectivo se descuenta
*> del efectivo del turno para que el arqueo a ciegas cuadre.
*> ----------------------------------------------------------------
RES-PROCESAR-DEVOLUCION.
    MOVE W-DEVOLVER TO D-IMP2
    DISPLAY "  Devolucion al cliente: " D-IMP2 " EUR"
    DISPLAY "  Forma de devolucion (EF/TC/TR/DB): "
            WITH NO ADVANCING
    ACCEPT W-TXT
    MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
    IF W-TXT(1:2) = "EF"
        SUBTRACT W-DEVOLVER FROM SES-EF-TURNO
    END-IF
    MOVE "D"        TO W-CB-TIPO
    MOVE W-TXT      TO W-CB-FORMA
    MOVE W-DEVOLVER TO W-CB-IMP
    PERFORM COBRO-ANOTAR
    .

*> ----------------------------------------------------------------
*> W-EXCL-RES-ID permite excluir del solape la propia reserva que
*> se esta editando (RES-MODIFICAR la fija a R-ID de la reserva en
*> curso; el resto de llamadas la dejan en ZEROS, que no casa con
*> ningun R-ID real). Usa W-J como indice de barrido -- el llamador
*> debe guardar y restaurar su propio W-J si lo necesita despues.
*> ----------------------------------------------------------------
RES-VERIFICAR-DISPONIBILIDAD.
    MOVE "N" TO W-ENC
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-HAB(W-J) = NR-HAB
           AND R-ID(W-J) NOT = W-EXCL-RES-ID
           AND (R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A")
           AND NR-ENT < R-SALIDA(W-J) AND R-ENTRADA(W-J) < NR-SAL
            MOVE "S" TO W-ENC
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Disponibilidad a nivel de TIPO para las fechas NR-ENT/NR-SAL
*> (NR-NOC noches): para cada noche de la estancia, habitaciones
*> del tipo NR-TIPO en servicio menos reservas P/A comprometidas
*> esa noche -- tanto las de habitacion concreta del tipo como las
*> de solo tipo aun sin asignar. Respeta W-EXCL-RES-ID igual que
*> RES-VERIFICAR-DISPONIBILIDAD. Deja en W-TIPO-LIBRES el minimo
*> de toda la estancia. Machaca W-FECHA-ITER, W-NOC-IDX y usa
*> W-I / W-J como indices de barrido.
*> ----------------------------------------------------------------
RES-DISPONIBILIDAD-TIPO.
    MOVE 999 TO W-TIPO-LIBRES
    MOVE NR-ENT TO W-FECHA-ITER
    PERFORM VARYING W-NOC-IDX FROM 1 BY 1 UNTIL W-NOC-IDX > NR-NOC
        MOVE ZEROS TO W-CNT-TIPO
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
            IF H-TIPO(W-I) = NR-TIPO AND H-ESTADO(W-I) NOT = "M"
                ADD 1 TO W-CNT-TIPO
            END-IF
        END-PERFORM
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
            IF R-TIPO-HAB(W-J) = NR-TIPO
               AND R-ID(W-J) NOT = W-EXCL-RES-ID
               AND (R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A")
               AND R-ENTRADA(W-J) <= W-FECHA-ITER
               AND W-FECHA-ITER < R-SALIDA(W-J)
                IF W-CNT-TIPO > ZEROS
                    SUBTRACT 1 FROM W-CNT-TIPO
                END-IF
            END-IF
        END-PERFORM
        IF W-CNT-TIPO < W-TIPO-LIBRES
            MOVE W-CNT-TIPO TO W-TIPO-LIBRES
        END-IF
        PERFORM AVANZAR-FECHA-ITER
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Eleccion de tipo en una reserva sin habitacion concreta: muestra
*> el parque por tipo (habitaciones en servicio y tarifa minima) y
*> valida el tipo tecleado. Deja NR-TIPO, o W-ERR = "S".
*> ----------------------------------------------------------------
RES-ELEGIR-TIPO.
    DISPLAY "  Tipos: SI=Individual DO=Doble ST=Suite"
    DISPLAY "         SU=Suite Premium PS=Penthouse"
    DISPLAY "  Tipo de habitacion deseado  : " WITH NO ADVANCING
    ACCEPT NR-TIPO
    MOVE FUNCTION UPPER-CASE(NR-TIPO) TO NR-TIPO
    MOVE ZEROS TO W-CNT-TIPO
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-TIPO(W-I) = NR-TIPO AND H-ESTADO(W-I) NOT = "M"
            ADD 1 TO W-CNT-TIPO
        END-IF
    END-PERFORM
    IF W-CNT-TIPO = ZEROS
        DISPLAY "  [!] Tipo sin habitaciones en servicio"
        MOVE "S" TO W-ERR
    ELSE
        MOVE W-CNT-TIPO TO D-CNT2
        DISPLAY "  Habitaciones del tipo en servicio: " D-CNT2
        DISPLAY "  (la habitacion fisica se asignara en el check-in)"
    END-IF
    .

*> ----------------------------------------------------------------
*> Tarifa de una reserva por tipo: se garantiza al cliente la
*> habitacion mas economica del tipo en servicio, y esa es la que
*> se usa para tarificar (si en el check-in le toca una mejor, no
*> se le cobra de mas). Deja W-IDX-H con la fila elegida.
*> ----------------------------------------------------------------
RES-TIPO-HAB-TARIFA.
    MOVE ZEROS TO W-IDX-H
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-TIPO(W-I) = NR-TIPO AND H-ESTADO(W-I) NOT = "M"
            IF W-IDX-H = ZEROS
                MOVE W-I TO W-IDX-H
            ELSE
                IF H-PRECIO(W-I) < H-PRECIO(W-IDX-H)
                    MOVE W-I TO W-IDX-H
                END-IF
            END-IF
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Tarifa efectiva segun calendario de temporadas (TBL-TEMP) para
*> una sola fecha (W-FECHA-ITER): busca una fila cuyo tipo case con
*> H-TIPO(W-I) -- o "**" como comodin para cualquier tipo -- y cuya
*> W-FECHA-ITER caiga entre T-INI y T-FIN. Si no hay ninguna
*> temporada vigente en esa fecha, se aplica el factor neutro
*> (1.000), es decir H-PRECIO(W-I) sin cambios.
*> ----------------------------------------------------------------
CALCULAR-FACTOR-TEMPORADA-FECHA.
    MOVE 1.000 TO W-FACTOR-TEMP
    PERFORM VARYING W-IDX-T FROM 1 BY 1 UNTIL W-IDX-T > G-N-TEMP
        IF (T-TIPO(W-IDX-T) = H-TIPO(W-I) OR T-TIPO(W-IDX-T) = "**")
           AND W-FECHA-ITER >= T-INI(W-IDX-T)
           AND W-FECHA-ITER <= T-FIN(W-IDX-T)
            MOVE T-FACTOR(W-IDX-T) TO W-FACTOR-TEMP
            IF T-TIPO(W-IDX-T) = H-TIPO(W-I)
                EXIT PERFORM
            END-IF
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Tarifa de la estancia noche a noche: recorre cada fecha entre
*> NR-ENT (inclusive) y NR-SAL (exclusive) resolviendo la temporada
*> vigente ESA noche, en vez de congelar un unico factor en la
*> fecha de entrada. R-BASE-HAB(W-J) queda como la suma real de lo
*> que cuesta cada noche; R-PRECIO-HAB(W-J) se deja con la tarifa de
*> la noche de entrada, a efectos de mostrar "precio/noche" en
*> pantallas y facturas -- una simplificacion de visualizacion
*> cuando la estancia cruza un cambio de temporada, no del calculo
*> real, que ya es noche a noche.
*> ----------------------------------------------------------------
CALCULAR-PRECIO-TEMPORADA.
    MOVE NR-ENT TO W-FECHA-ITER
    PERFORM CALCULAR-FACTOR-TEMPORADA-FECHA
    MULTIPLY H-PRECIO(W-I) BY W-FACTOR-TEMP GIVING W-PRECIO-EFEC
    MOVE W-PRECIO-EFEC TO R-PRECIO-HAB(W-J)

    MOVE ZEROS TO R-BASE-HAB(W-J)
    MOVE NR-ENT TO W-FECHA-ITER
    PERFORM VARYING W-NOC-IDX FROM 1 BY 1 UNTIL W-NOC-IDX > NR-NOC
        PERFORM CALCULAR-FACTOR-TEMPORADA-FECHA
        MULTIPLY H-PRECIO(W-I) BY W-FACTOR-TEMP GIVING W-IMP-NOCHE
        ADD W-IMP-NOCHE TO R-BASE-HAB(W-J)
        PERFORM AVANZAR-FECHA-ITER
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Igual que AVANZAR-FECHA-SESION pero sobre W-FECHA-ITER en vez de
*> SES-FECHA, para poder recorrer una fecha arbitraria noche a
*> noche sin tocar la fecha de trabajo de la sesion.
*> ----------------------------------------------------------------
AVANZAR-FECHA-ITER.
    MOVE W-FECHA-ITER(1:4) TO W-FECHA-AAAA
    MOVE W-FECHA-ITER(6:2) TO W-FECHA-MM
    MOVE W-FECHA-ITER(9:2) TO W-FECHA-DD
    COMPUTE W-FECHA-DIA-JUL =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
        + 1
    MOVE FUNCTION DATE-OF-INTEGER(W-FECHA-DIA-JUL) TO W-FECHA-AAAAMMDD
    MOVE W-FECHA-AAAAMMDD(1:4) TO W-FECHA-AAAA
    MOVE W-FECHA-AAAAMMDD(5:2) TO W-FECHA-MM
    MOVE W-FECHA-AAAAMMDD(7:2) TO W-FECHA-DD
    STRING W-FECHA-AAAA "-" W-FECHA-MM "-" W-FECHA-DD
        DELIMITED BY SIZE INTO W-FECHA-ITER
    .

*> ----------------------------------------------------------------
*> Libera la habitacion de una reserva que se cancela/no-show/check-
*> out. Solo se marca sucia ("S") si estaba realmente ocupada
*> ("O") -- una reserva "P" (pendiente) que se cancela o se marca
*> no-show nunca llego a tener al huesped dentro, de modo que la
*> habitacion sigue como estaba (limpia/en proceso/inspeccionada),
*> no hace falta re-inspeccionarla.
*> ----------------------------------------------------------------
LIBERAR-HAB-RES.
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-NUM(W-I) = R-HAB(W-J) AND H-RES-ID(W-I) = R-ID(W-J)
            IF H-ESTADO(W-I) = "O"
                MOVE "S" TO H-LIMPIEZA(W-I)
            END-IF
            MOVE "L" TO H-ESTADO(W-I)
            MOVE ZEROS TO H-RES-ID(W-I)
            PERFORM DIARIO-HAB
        END-IF
    END-PERFORM
    .

RES-LISTAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  RESERVAS ACTIVAS Y PENDIENTES"
    DISPLAY L-DOBLE
    DISPLAY "  ID    HAB  CLIENTE                   ENT.       SAL.       NOCHES TOTAL EUR"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT W-ACUM
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A"
            ADD 1 TO W-CNT
            ADD R-TOTAL(W-J) TO W-ACUM
            MOVE R-NOCHES(W-J) TO D-NOC
            MOVE R-TOTAL(W-J) TO D-IMP2
            DISPLAY "  " R-ID(W-J)
                    " " R-HAB(W-J)
                    " " R-NOMBRE-CLI(W-J)(1:22)
                    " " R-ENTRADA(W-J)
                    " " R-SALIDA(W-J)
                    "  " D-NOC "n"
                    " " D-IMP2
            IF R-ESTADO(W-J) = "A"
                DISPLAY "   -> EN HOTEL"
            END-IF
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    MOVE W-CNT TO D-CNT
    MOVE W-ACUM TO D-IMP2
    DISPLAY "  Total: " D-CNT " reservas  |  Acum: " D-IMP2 " EUR"
    DISPLAY L-DOBLE
    .

RES-BUSCAR-CLI.
    DISPLAY " "
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-NUM
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-CLI-ID(W-J) = W-NUM
            ADD 1 TO W-CNT
            MOVE R-TOTAL(W-J) TO D-IMP2
            MOVE R-NOCHES(W-J) TO D-NOC
            DISPLAY "  Res " R-ID(W-J)
                    " | Hab " R-HAB(W-J)
                    " | " R-ENTRADA(W-J) " -> " R-SALIDA(W-J)
                    " | " D-NOC "n | " D-IMP2 " EUR"
            EVALUATE R-ESTADO(W-J)
                WHEN "P" DISPLAY "   PENDIENTE"
                WHEN "A" DISPLAY "   ACTIVA"
                WHEN "C" DISPLAY "   COMPLETADA"
                WHEN "X" DISPLAY "   CANCELADA"
                WHEN "N" DISPLAY "   NO-SHOW"
            END-EVALUATE
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin reservas para ese cliente."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Total encontradas: " D-CNT
    END-IF
    .

RES-ARCHIVAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  ARCHIVAR RESERVAS COMPLETADAS/CANCELADAS/NO-SHOW"
    DISPLAY L-DOBLE
    OPEN EXTEND F-HIST
    MOVE ZEROS TO W-CNT W-CNT2 W-CNT3
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ESTADO(W-J) = "C" OR R-ESTADO(W-J) = "X" OR R-ESTADO(W-J) = "N"
            PERFORM COMISION-DEVENGAR
            MOVE R-ID(W-J)             TO RH-ID
            MOVE R-HAB(W-J)            TO RH-HAB
            MOVE R-CLI-ID(W-J)         TO RH-CLI-ID
            MOVE R-NOMBRE-CLI(W-J)     TO RH-NOMBRE-CLI
            MOVE R-ENTRADA(W-J)        TO RH-ENTRADA
            MOVE R-SALIDA(W-J)         TO RH-SALIDA
            MOVE R-NOCHES(W-J)         TO RH-NOCHES
            MOVE R-ADULTOS(W-J)        TO RH-ADULTOS
            MOVE R-NINOS(W-J)          TO RH-NINOS
            MOVE R-BEBES(W-J)          TO RH-BEBES
            MOVE R-REGIMEN(W-J)        TO RH-REGIMEN
            MOVE R-PRECIO-HAB(W-J)     TO RH-PRECIO-HAB
            MOVE R-BASE-HAB(W-J)       TO RH-BASE-HAB
            MOVE R-SUPL-REGIMEN(W-J)   TO RH-SUPL-REGIMEN
            MOVE R-SUPL-EXTRA(W-J)     TO RH-SUPL-EXTRA
            MOVE R-DESCUENTO(W-J)      TO RH-DESCUENTO
            MOVE R-IMPORTE-SVC(W-J)    TO RH-IMPORTE-SVC
            MOVE R-BASE-IMPONIBLE(W-J) TO RH-BASE-IMPONIBLE
            MOVE R-IVA(W-J)            TO RH-IVA
            MOVE R-TOTAL(W-J)          TO RH-TOTAL
            MOVE R-PAGADO(W-J)         TO RH-PAGADO
            MOVE R-PENDIENTE(W-J)      TO RH-PENDIENTE
            MOVE R-ESTADO(W-J)         TO RH-ESTADO
            MOVE R-PAGADA(W-J)         TO RH-PAGADA
            MOVE R-CANAL(W-J)          TO RH-CANAL
            MOVE R-NOTAS(W-J)          TO RH-NOTAS
            MOVE R-FECHA-RES(W-J)      TO RH-FECHA-RES
            MOVE R-FORMA-PAGO(W-J)     TO RH-FORMA-PAGO
            MOVE R-FECHA-COBRO(W-J)    TO RH-FECHA-COBRO
            MOVE R-GRUPO-ID(W-J)       TO RH-GRUPO-ID
            MOVE R-DEPOSITO(W-J)       TO RH-DEPOSITO
            MOVE R-OPER-COBRO(W-J)     TO RH-OPER-COBRO
            MOVE R-PENAL(W-J)          TO RH-PENAL
            MOVE R-FECHA-PENAL(W-J)    TO RH-FECHA-PENAL
            MOVE R-DEVUELTO(W-J)       TO RH-DEVUELTO
            MOVE R-FECHA-DEV(W-J)      TO RH-FECHA-DEV
            MOVE R-TASA(W-J)           TO RH-TASA
            MOVE R-NOCHES-TASA(W-J)    TO RH-NOCHES-TASA
            MOVE R-CTA-ID(W-J)         TO RH-CTA-ID
            MOVE R-TIPO-HAB(W-J)       TO RH-TIPO-HAB
            MOVE R-PAQUETE(W-J)        TO RH-PAQUETE
            MOVE R-PAQ-SVC(W-J)        TO RH-PAQ-SVC
            MOVE R-LIMITE(W-J)         TO RH-LIMITE
            MOVE R-LIM-ORIGEN(W-J)     TO RH-LIM-ORIGEN
            MOVE R-LIM-PAGADO(W-J)     TO RH-LIM-PAGADO
            WRITE RH-REC
            ADD 1 TO W-CNT2
        ELSE
            ADD 1 TO W-CNT
            IF W-CNT NOT = W-J
                MOVE CORRESPONDING R(W-J) TO R(W-CNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE F-HIST
    MOVE W-CNT TO G-N-RES
    MOVE W-CNT2 TO D-CNT
    DISPLAY "  Reservas archivadas: " D-CNT
    MOVE W-CNT TO D-CNT
    DISPLAY "  Reservas activas/pendientes restantes: " D-CNT
    IF W-CNT3 > ZEROS
        MOVE W-CNT3 TO D-CNT
        DISPLAY "  Comisiones de agencia devengadas: " D-CNT
    END-IF
    DISPLAY L-DOBLE
    IF W-CNT2 > ZEROS
        *> el archivado compacta TBL-RES y no se apunta al diario:
        *> checkpoint inmediato para que una caida posterior no
        *> resucite las reservas ya pasadas al historico
        PERFORM SISTEMA-CHECKPOINT
        ADD 1 TO SES-OPS
    END-IF
    .

BUSCAR-RES-HISTORICO.
    MOVE "N" TO W-ENC
    OPEN INPUT F-HIST
    IF WS-FS = "35"
        CONTINUE
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-ID = W-BUSCAR-R
                MOVE "S" TO W-ENC
                EXIT PERFORM
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    .

RES-CONSULTAR-HISTORICO.
    DISPLAY " "
    DISPLAY "  ID de reserva (historico): " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES-HISTORICO
    IF W-ENC = "N"
        DISPLAY "  [!] No existe en el historico de reservas"
    ELSE
        PERFORM MOSTRAR-RESERVA-HISTORICA
    END-IF
    .

MOSTRAR-RESERVA-HISTORICA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  RESERVA HISTORICA"
    DISPLAY L-DOBLE
    DISPLAY "  ID Reserva     : " RH-ID
    DISPLAY "  Cliente        : " RH-NOMBRE-CLI
    DISPLAY "  Habitacion     : " RH-HAB
    DISPLAY "  Entrada        : " RH-ENTRADA
    DISPLAY "  Salida         : " RH-SALIDA
    MOVE RH-NOCHES TO D-NOC
    DISPLAY "  Noches         : " D-NOC
    MOVE RH-TOTAL TO D-IMP2
    DISPLAY "  Total          : " D-IMP2 " EUR"
    EVALUATE RH-ESTADO
        WHEN "C" DISPLAY "  Estado         : COMPLETADA (checkout)"
        WHEN "X" DISPLAY "  Estado         : CANCELADA"
        WHEN "N" DISPLAY "  Estado         : NO-SHOW"
    END-EVALUATE
    DISPLAY L-DOBLE
    .

*> ================================================================
*> 2. CHECK-IN / CHECK-OUT
*> ================================================================
MENU-CHECKIN.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** CHECK-IN / CHECK-OUT ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Check-In (llegada del huesped)"
    DISPLAY "  2. Check-Out (salida del huesped)"
    DISPLAY "  3. Huespedes en el hotel ahora"
    DISPLAY "  4. Llegadas previstas hoy"
    DISPLAY "  5. Salidas previstas hoy"
    DISPLAY "  6. Parte de viajeros del dia (policia)"
    DISPLAY "  7. Traslado de habitacion (huesped alojado)"
    DISPLAY "  8. Limite de credito (preautorizacion / pago a cuenta)"
    DISPLAY "  9. Saldos altos de huespedes alojados"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM HACER-CHECKIN
        WHEN 2 PERFORM HACER-CHECKOUT
        WHEN 3 PERFORM VER-HUESPEDES
        WHEN 4 PERFORM LLEGADAS-HOY
        WHEN 5 PERFORM SALIDAS-HOY
        WHEN 6 PERFORM PARTE-VIAJEROS
        WHEN 7 PERFORM TRASLADO-HABITACION
        WHEN 8 PERFORM LIM-GESTIONAR
        WHEN 9 PERFORM LIM-INFORME-SALDOS
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

HACER-CHECKIN.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CHECK-IN"
    DISPLAY L-DOBLE
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) NOT = "P"
            DISPLAY "  [!] Estado no permite check-in: " R-ESTADO(W-J)
        ELSE
            *> reserva por tipo: primero hay que asignarle la
            *> habitacion fisica de entre las libres del tipo
            IF R-HAB(W-J) = ZEROS
                PERFORM CHECKIN-ASIGNAR-HAB
            END-IF
            IF R-HAB(W-J) = ZEROS
                DISPLAY "  [!] Check-in no completado: la reserva "
                        "queda pendiente de asignacion"
            ELSE
                MOVE "A" TO R-ESTADO(W-J)
                PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
                    IF H-NUM(W-I) = R-HAB(W-J)
                        MOVE "O" TO H-ESTADO(W-I)
                        MOVE R-ID(W-J) TO H-RES-ID(W-I)
                        PERFORM DIARIO-HAB
                    END-IF
                END-PERFORM
                *> Sumar estancias al cliente
                PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
                    IF C-ID(W-K) = R-CLI-ID(W-J)
                        ADD 1 TO C-ESTANCIAS(W-K)
                        ADD R-NOCHES(W-J) TO C-NOCHES-TOTAL(W-K)
                        PERFORM DIARIO-CLI
                    END-IF
                END-PERFORM
                *> garantia y limite de credito de la estancia
                PERFORM LIM-FIJAR-ENTRADA
                PERFORM DIARIO-RES
                PERFORM REGISTRAR-VIAJEROS-CHECKIN
                DISPLAY " "
                DISPLAY L-DOBLE
                DISPLAY "  *** CHECK-IN COMPLETADO ***"
                DISPLAY L-DOBLE
                DISPLAY "  Bienvenido/a: " R-NOMBRE-CLI(W-J)
                DISPLAY "  Habitacion  : " R-HAB(W-J)
                DISPLAY "  Salida prev.: " R-SALIDA(W-J)
                MOVE R-NOCHES(W-J) TO D-NOC
                DISPLAY "  Noches      : " D-NOC
                DISPLAY "  Regimen     : " R-REGIMEN(W-J)
                MOVE R-LIMITE(W-J) TO D-IMP
                DISPLAY "  Limite cred.: " D-IMP " EUR"
                IF R-NOTAS(W-J) NOT = SPACES
                    DISPLAY "  Nota VIP    : " R-NOTAS(W-J)
                END-IF
                DISPLAY L-SIMPLE
                DISPLAY "  Llave entregada. Que disfrute su estancia!"
                ADD 1 TO SES-OPS
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Asignacion de habitacion fisica a una reserva por tipo en el
*> momento del check-in: lista las habitaciones del tipo reservado
*> libres, inspeccionadas y sin compromiso en las fechas de la
*> estancia, con sus preferencias (fumador, accesible, vista) para
*> que mostrador elija la que mejor case con las notas de la
*> reserva. Deja R-HAB(W-J) asignada, o a 0 si no se pudo asignar.
*> Machaca NR-HAB/NR-ENT/NR-SAL y usa W-M para preservar W-J.
*> ----------------------------------------------------------------
CHECKIN-ASIGNAR-HAB.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  ASIGNACION DE HABITACION -- tipo " R-TIPO-HAB(W-J)
    IF R-NOTAS(W-J) NOT = SPACES
        DISPLAY "  Peticiones: " R-NOTAS(W-J)
    END-IF
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-TIPO(W-I) = R-TIPO-HAB(W-J)
           AND H-ESTADO(W-I) = "L"
           AND H-LIMPIEZA(W-I) = "I"
            MOVE H-NUM(W-I)     TO NR-HAB
            MOVE R-ENTRADA(W-J) TO NR-ENT
            MOVE R-SALIDA(W-J)  TO NR-SAL
            MOVE R-ID(W-J)      TO W-EXCL-RES-ID
            MOVE W-J TO W-M
            MOVE W-I TO W-K
            PERFORM RES-VERIFICAR-DISPONIBILIDAD
            MOVE W-M TO W-J
            MOVE W-K TO W-I
            MOVE ZEROS TO W-EXCL-RES-ID
            IF W-ENC = "N"
                ADD 1 TO W-CNT
                DISPLAY "   Hab " H-NUM(W-I)
                        " | " H-VISTA(W-I)
                        WITH NO ADVANCING
                IF H-FUMADOR(W-I) = "S"
                    DISPLAY " | FUMADOR" WITH NO ADVANCING
                END-IF
                IF H-ACCESIBLE(W-I) = "S"
                    DISPLAY " | ACCESIBLE" WITH NO ADVANCING
                END-IF
                DISPLAY " "
            END-IF
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  [!] Ninguna habitacion del tipo disponible e "
                "inspeccionada ahora"
        DISPLAY "      (revisar parte de limpieza y mantenimiento)"
    ELSE
        DISPLAY "  Habitacion a asignar (0 = cancelar): "
                WITH NO ADVANCING
        ACCEPT W-BUSCAR-H
        IF W-BUSCAR-H NOT = ZEROS
            PERFORM BUSCAR-HAB
            MOVE "N" TO W-ENC2
            IF W-ENC = "S"
                MOVE W-IDX-H TO W-I
                IF H-TIPO(W-I) = R-TIPO-HAB(W-J)
                   AND H-ESTADO(W-I) = "L"
                   AND H-LIMPIEZA(W-I) = "I"
                    MOVE H-NUM(W-I)     TO NR-HAB
                    MOVE R-ENTRADA(W-J) TO NR-ENT
                    MOVE R-SALIDA(W-J)  TO NR-SAL
                    MOVE R-ID(W-J)      TO W-EXCL-RES-ID
                    MOVE W-J TO W-M
                    PERFORM RES-VERIFICAR-DISPONIBILIDAD
                    MOVE W-M TO W-J
                    MOVE ZEROS TO W-EXCL-RES-ID
                    IF W-ENC = "N"
                        MOVE "S" TO W-ENC2
                    END-IF
                END-IF
            END-IF
            IF W-ENC2 = "S"
                MOVE W-IDX-H TO W-I
                MOVE H-NUM(W-I) TO R-HAB(W-J)
                DISPLAY "  Habitacion " R-HAB(W-J) " asignada"
            ELSE
                DISPLAY "  [!] Habitacion no valida para esta reserva"
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> TRASLADO DE HABITACION EN MITAD DE ESTANCIA -- cuando una averia
*> (u otra causa) obliga a mover a un huesped ya alojado: la misma
*> reserva sigue viva en la habitacion nueva, las noches ya
*> dormidas se tarifican a la tarifa de la habitacion antigua y las
*> restantes a la de la nueva (temporada noche a noche), los cargos
*> de servicios pasan a apuntar a la habitacion nueva para el
*> repaso del minibar, y todo queda apuntado en el diario (RES,
*> ambas HAB y cada SVC tocado) para la recuperacion tras caida.
*> ----------------------------------------------------------------
TRASLADO-HABITACION.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  TRASLADO DE HABITACION (huesped alojado)"
    DISPLAY L-DOBLE
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) NOT = "A"
            DISPLAY "  [!] El huesped no esta alojado"
        ELSE
            MOVE R-HAB(W-J) TO W-TRAS-HAB-ANT
            MOVE R-HAB(W-J) TO W-BUSCAR-H
            PERFORM BUSCAR-HAB
            MOVE W-IDX-H TO W-TRAS-IDX-ANT
            DISPLAY "  Huesped   : " R-NOMBRE-CLI(W-J)(1:30)
            DISPLAY "  Habitacion: " W-TRAS-HAB-ANT
                    " | Salida prevista: " R-SALIDA(W-J)
            DISPLAY "  Habitacion destino: " WITH NO ADVANCING
            ACCEPT W-BUSCAR-H
            PERFORM BUSCAR-HAB
            MOVE "N" TO W-ENC2
            IF W-ENC = "N"
                DISPLAY "  [!] Habitacion no encontrada"
            ELSE
                MOVE W-IDX-H TO W-I
                EVALUATE TRUE
                    WHEN H-NUM(W-I) = W-TRAS-HAB-ANT
                        DISPLAY "  [!] Es la misma habitacion"
                    WHEN H-ESTADO(W-I) NOT = "L"
                        DISPLAY "  [!] La habitacion destino no "
                                "esta libre"
                    WHEN H-LIMPIEZA(W-I) NOT = "I"
                        DISPLAY "  [!] Destino pendiente de "
                                "limpieza/inspeccion"
                    WHEN OTHER
                        *> sin solapes de hoy a la salida prevista
                        MOVE H-NUM(W-I)    TO NR-HAB
                        MOVE SES-FECHA     TO NR-ENT
                        MOVE R-SALIDA(W-J) TO NR-SAL
                        MOVE R-ID(W-J)     TO W-EXCL-RES-ID
                        MOVE W-J TO W-M
                        PERFORM RES-VERIFICAR-DISPONIBILIDAD
                        MOVE W-M TO W-J
                        MOVE ZEROS TO W-EXCL-RES-ID
                        IF W-ENC = "S"
                            DISPLAY "  [!] Destino con reservas "
                                    "comprometidas en esas fechas"
                        ELSE
                            MOVE "S" TO W-ENC2
                        END-IF
                END-EVALUATE
            END-IF
            IF W-ENC2 = "S"
                DISPLAY "  Confirmar traslado a la habitacion "
                        H-NUM(W-I) "? (S/N): " WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    PERFORM TRASLADO-EJECUTAR
                ELSE
                    DISPLAY "  Operacion cancelada."
                END-IF
            END-IF
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

*> ----------------------------------------------------------------
*> Ejecuta el traslado de la reserva W-J a la habitacion de la fila
*> W-I (la antigua esta en W-TRAS-IDX-ANT): reparte la base de
*> alojamiento entre noches dormidas (tarifa antigua) y noches
*> restantes desde hoy (tarifa nueva), cada una con su temporada,
*> y recalcula la factura igual que el checkout. La tasa turistica
*> no cambia (mismos adultos y noches).
*> ----------------------------------------------------------------
TRASLADO-EJECUTAR.
    MOVE W-I TO W-K
    *> noches ya dormidas = dias entre la entrada y hoy, acotado
    MOVE R-ENTRADA(W-J)(1:4) TO W-FECHA-AAAA
    MOVE R-ENTRADA(W-J)(6:2) TO W-FECHA-MM
    MOVE R-ENTRADA(W-J)(9:2) TO W-FECHA-DD
    COMPUTE W-FECHA-DIA-JUL =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
    MOVE SES-FECHA(1:4) TO W-FECHA-AAAA
    MOVE SES-FECHA(6:2) TO W-FECHA-MM
    MOVE SES-FECHA(9:2) TO W-FECHA-DD
    COMPUTE W-DIAS-ANTES =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
        - W-FECHA-DIA-JUL
    IF W-DIAS-ANTES < ZEROS
        MOVE ZEROS TO W-TRAS-NOC-EST
    ELSE
        IF W-DIAS-ANTES > R-NOCHES(W-J)
            MOVE R-NOCHES(W-J) TO W-TRAS-NOC-EST
        ELSE
            MOVE W-DIAS-ANTES TO W-TRAS-NOC-EST
        END-IF
    END-IF
    SUBTRACT W-TRAS-NOC-EST FROM R-NOCHES(W-J)
        GIVING W-TRAS-NOC-RES
    *> noches dormidas a tarifa de la habitacion antigua
    MOVE ZEROS TO W-TRAS-BASE
    MOVE R-ENTRADA(W-J) TO W-FECHA-ITER
    MOVE W-TRAS-IDX-ANT TO W-I
    PERFORM VARYING W-NOC-IDX FROM 1 BY 1
            UNTIL W-NOC-IDX > W-TRAS-NOC-EST
        PERFORM CALCULAR-FACTOR-TEMPORADA-FECHA
        MULTIPLY H-PRECIO(W-I) BY W-FACTOR-TEMP GIVING W-IMP-NOCHE
        ADD W-IMP-NOCHE TO W-TRAS-BASE
        PERFORM AVANZAR-FECHA-ITER
    END-PERFORM
    *> noches restantes, desde hoy, a tarifa de la nueva
    MOVE SES-FECHA TO W-FECHA-ITER
    MOVE W-K TO W-I
    PERFORM VARYING W-NOC-IDX FROM 1 BY 1
            UNTIL W-NOC-IDX > W-TRAS-NOC-RES
        PERFORM CALCULAR-FACTOR-TEMPORADA-FECHA
        MULTIPLY H-PRECIO(W-I) BY W-FACTOR-TEMP GIVING W-IMP-NOCHE
        ADD W-IMP-NOCHE TO W-TRAS-BASE
        PERFORM AVANZAR-FECHA-ITER
    END-PERFORM
    MOVE W-TRAS-BASE TO R-BASE-HAB(W-J)
    MOVE SES-FECHA TO W-FECHA-ITER
    PERFORM CALCULAR-FACTOR-TEMPORADA-FECHA
    MULTIPLY H-PRECIO(W-I) BY W-FACTOR-TEMP GIVING W-PRECIO-EFEC
    MOVE W-PRECIO-EFEC TO R-PRECIO-HAB(W-J)
    *> con paquete el precio cerrado no cambia con la habitacion
    IF R-PAQUETE(W-J) NOT = SPACES
        PERFORM PAQ-PRECIO-RESERVA
    END-IF
    *> recalcular la factura como hace el checkout
    ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J)
        R-SUPL-EXTRA(W-J) R-IMPORTE-SVC(W-J)
        GIVING W-TEMP
    SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP
        GIVING R-BASE-IMPONIBLE(W-J)
    PERFORM RESOLVER-IVA-VIGENTE
    MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
        GIVING R-IVA(W-J)
    ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J)
        GIVING R-TOTAL(W-J)
    ADD R-TASA(W-J) TO R-TOTAL(W-J)
    IF R-PAGADO(W-J) >= R-TOTAL(W-J)
        MOVE ZEROS TO R-PENDIENTE(W-J)
        MOVE "S" TO R-PAGADA(W-J)
    ELSE
        SUBTRACT R-PAGADO(W-J) FROM R-TOTAL(W-J)
            GIVING R-PENDIENTE(W-J)
    END-IF
    *> la antigua queda libre y sucia; la nueva, ocupada
    MOVE W-TRAS-IDX-ANT TO W-I
    MOVE "S"   TO H-LIMPIEZA(W-I)
    MOVE "L"   TO H-ESTADO(W-I)
    MOVE ZEROS TO H-RES-ID(W-I)
    PERFORM DIARIO-HAB
    MOVE W-K TO W-I
    MOVE "O"       TO H-ESTADO(W-I)
    MOVE R-ID(W-J) TO H-RES-ID(W-I)
    PERFORM DIARIO-HAB
    MOVE H-NUM(W-I)  TO R-HAB(W-J)
    MOVE H-TIPO(W-I) TO R-TIPO-HAB(W-J)
    *> los cargos pendientes pasan a la habitacion nueva (el
    *> repasador del minibar trabaja por numero de habitacion)
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-SVC
        IF S-RES-ID(W-I) = R-ID(W-J)
            MOVE R-HAB(W-J) TO S-HAB(W-I)
            PERFORM DIARIO-SVC
            ADD 1 TO W-CNT
        END-IF
    END-PERFORM
    PERFORM DIARIO-RES
    DISPLAY " "
    DISPLAY "  *** TRASLADO COMPLETADO ***"
    MOVE W-TRAS-NOC-EST TO D-NOC
    DISPLAY "  Noches a tarifa antigua : " D-NOC
            " (Hab " W-TRAS-HAB-ANT ")"
    MOVE W-TRAS-NOC-RES TO D-NOC
    DISPLAY "  Noches a tarifa nueva   : " D-NOC
            " (Hab " R-HAB(W-J) ")"
    MOVE R-TOTAL(W-J) TO D-IMP2
    DISPLAY "  Nuevo total de factura  : " D-IMP2 " EUR"
    IF W-CNT > ZEROS
        MOVE W-CNT TO D-CNT
        DISPLAY "  Cargos trasladados      : " D-CNT
    END-IF
    DISPLAY "  Habitacion " W-TRAS-HAB-ANT
            " queda libre pendiente de limpieza"
    ADD 1 TO SES-OPS
    .

HACER-CHECKOUT.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CHECK-OUT"
    DISPLAY L-DOBLE
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) NOT = "A"
            DISPLAY "  [!] El huesped no esta registrado"
        ELSE
            *> Recalcular total final con servicios
            ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J)
                R-SUPL-EXTRA(W-J) R-IMPORTE-SVC(W-J)
                GIVING W-TEMP
            SUBTRACT R-DESCUENTO(W-J) FROM W-TEMP
                GIVING R-BASE-IMPONIBLE(W-J)
            PERFORM RESOLVER-IVA-VIGENTE
            MULTIPLY R-BASE-IMPONIBLE(W-J) BY W-IVA-VIG
                GIVING R-IVA(W-J)
            ADD R-BASE-IMPONIBLE(W-J) R-IVA(W-J)
                GIVING R-TOTAL(W-J)
            PERFORM CALCULAR-TASA-TURISTICA
            ADD R-TASA(W-J) TO R-TOTAL(W-J)
            SUBTRACT R-PAGADO(W-J) FROM R-TOTAL(W-J)
                GIVING R-PENDIENTE(W-J)

            DISPLAY " "
            DISPLAY L-DOBLE
            DISPLAY "  FACTURA FINAL -- HOTEL COBOL PALACE"
            DISPLAY L-DOBLE
            DISPLAY "  Cliente        : " R-NOMBRE-CLI(W-J)
            DISPLAY "  Habitacion     : " R-HAB(W-J)
            DISPLAY "  Entrada        : " R-ENTRADA(W-J)
            DISPLAY "  Salida         : " R-SALIDA(W-J)
            MOVE R-NOCHES(W-J) TO D-NOC
            DISPLAY "  Noches         : " D-NOC
            DISPLAY "  Regimen        : " R-REGIMEN(W-J)
            DISPLAY L-SIMPLE
            MOVE R-BASE-HAB(W-J) TO D-IMP2
            DISPLAY "  Alojamiento    : " D-IMP2 " EUR"
            IF R-SUPL-REGIMEN(W-J) > ZEROS
                MOVE R-SUPL-REGIMEN(W-J) TO D-IMP2
                DISPLAY "  Supl. regimen  : " D-IMP2 " EUR"
            END-IF
            IF R-SUPL-EXTRA(W-J) > ZEROS
                MOVE R-SUPL-EXTRA(W-J) TO D-IMP2
                DISPLAY "  Supl. ninos    : " D-IMP2 " EUR"
            END-IF
            IF R-PAQ-SVC(W-J) > ZEROS
                MOVE R-PAQ-SVC(W-J) TO D-IMP2
                DISPLAY "  Serv. paquete  : " D-IMP2 " EUR"
            END-IF
            IF R-IMPORTE-SVC(W-J) > R-PAQ-SVC(W-J)
                SUBTRACT R-PAQ-SVC(W-J) FROM R-IMPORTE-SVC(W-J)
                    GIVING D-IMP2
                DISPLAY "  Servicios extra: " D-IMP2 " EUR"
            END-IF
            IF R-DESCUENTO(W-J) > ZEROS
                MOVE R-DESCUENTO(W-J) TO D-IMP2
                DISPLAY "  Dto. cliente   : -" D-IMP2 " EUR"
            END-IF
            DISPLAY L-SIMPLE
            MOVE R-BASE-IMPONIBLE(W-J) TO D-IMP2
            DISPLAY "  Base imponible : " D-IMP2 " EUR"
            MOVE R-IVA(W-J) TO D-IMP2
            DISPLAY "  IVA            : " D-IMP2 " EUR"
            IF R-TASA(W-J) > ZEROS
                MOVE R-TASA(W-J) TO D-IMP2
                DISPLAY "  Tasa turistica : " D-IMP2 " EUR"
            END-IF
            MOVE R-TOTAL(W-J) TO D-IMP2
            DISPLAY "  =================================="
            DISPLAY "  TOTAL FACTURA  : " D-IMP2 " EUR"
            DISPLAY "  =================================="
            IF R-PAGADO(W-J) > ZEROS
                MOVE R-PAGADO(W-J) TO D-IMP2
                DISPLAY "  Ya pagado      : " D-IMP2 " EUR"
            END-IF
            MOVE R-PENDIENTE(W-J) TO D-IMP2
            DISPLAY "  A COBRAR AHORA : " D-IMP2 " EUR"
            DISPLAY L-SIMPLE
            *> estancia vinculada a una cuenta de credito: se
            *> ofrece cerrarla contra la cuenta (factura a mes
            *> vencido) en vez de cobrar en el mostrador
            MOVE "N" TO W-ENC2
            IF R-CTA-ID(W-J) > ZEROS
                MOVE R-CTA-ID(W-J) TO W-BUSCAR-CTA
                PERFORM BUSCAR-CTA
                IF W-ENC = "S"
                    PERFORM CHECKOUT-OFRECER-CREDITO
                END-IF
            END-IF
            IF W-ENC2 = "N"
                DISPLAY "  Forma de pago (EF/TC/TR/DB): "
                        WITH NO ADVANCING
                ACCEPT W-TXT
                MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
                DISPLAY "  Confirmar checkout y cobro? (S/N): "
                        WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    IF W-TXT(1:2) = "EF"
                        ADD R-PENDIENTE(W-J) TO SES-EF-TURNO
                    END-IF
                    *> libro de cobros: los anticipos previos se
                    *> aplican a la estancia y se anota lo cobrado
                    *> ahora con su forma de pago
                    IF R-PAGADO(W-J) > ZEROS
                        MOVE "R"           TO W-CB-TIPO
                        MOVE SPACES        TO W-CB-FORMA
                        MOVE R-PAGADO(W-J) TO W-CB-IMP
                        PERFORM COBRO-ANOTAR
                    END-IF
                    IF R-PENDIENTE(W-J) > ZEROS
                        MOVE "C"              TO W-CB-TIPO
                        MOVE W-TXT            TO W-CB-FORMA
                        MOVE R-PENDIENTE(W-J) TO W-CB-IMP
                        PERFORM COBRO-ANOTAR
                    END-IF
                    MOVE SES-OPER-ID TO R-OPER-COBRO(W-J)
                    MOVE "C" TO R-ESTADO(W-J)
                    MOVE "S" TO R-PAGADA(W-J)
                    MOVE R-TOTAL(W-J) TO R-PAGADO(W-J)
                    MOVE ZEROS TO R-PENDIENTE(W-J)
                    MOVE W-TXT TO R-FORMA-PAGO(W-J)
                    MOVE SES-FECHA TO R-FECHA-COBRO(W-J)
                    PERFORM LIBERAR-HAB-RES
                    PERFORM ACTUALIZAR-CLIENTE-CHECKOUT
                    PERFORM DIARIO-RES
                    DISPLAY "  *** CHECK-OUT COMPLETADO ***"
                    DISPLAY "  Gracias por su visita. Hasta pronto!"
                    MOVE R-HAB(W-J) TO W-STK-ALM
                    PERFORM STOCK-HOJA-REPOSICION
                    ADD 1 TO SES-OPS
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Ofrece cerrar la estancia W-J contra su cuenta de credito (fila
*> W-IDX-CT ya localizada): comprueba que la cuenta este operativa
*> y que el cargo no supere el limite de credito; si el operador
*> acepta, el cierre se hace a credito y deja W-ENC2 = "S" para
*> saltar el cobro de mostrador.
*> ----------------------------------------------------------------
CHECKOUT-OFRECER-CREDITO.
    DISPLAY "  Cuenta de credito: " CT-ID(W-IDX-CT)
            " " CT-NOMBRE(W-IDX-CT)(1:30)
    IF CT-ACTIVO(W-IDX-CT) NOT = "S"
        DISPLAY "  [!] Cuenta bloqueada: cobro en mostrador"
    ELSE
        COMPUTE W-SALDO-NUEVO =
            CT-SALDO(W-IDX-CT) + R-PENDIENTE(W-J)
        IF W-SALDO-NUEVO > CT-LIMITE(W-IDX-CT)
            MOVE CT-LIMITE(W-IDX-CT) TO D-IMP2
            DISPLAY "  [!] Limite de credito (" D-IMP2
                    " EUR) superado: cobro en mostrador"
        ELSE
            DISPLAY "  Cargar la estancia a la cuenta? (S/N): "
                    WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP = "S"
                PERFORM CHECKOUT-A-CREDITO
                MOVE "S" TO W-ENC2
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Cierre a credito: la estancia queda COMPLETADA con su pendiente
*> a cargo de la cuenta; se registra ya la factura (numeracion
*> legal) y el cargo en el libro de movimientos de la cuenta. El
*> cobro real llegara despues por "Registrar pago de una cuenta".
*> ----------------------------------------------------------------
CHECKOUT-A-CREDITO.
    MOVE SES-OPER-ID TO R-OPER-COBRO(W-J)
    MOVE "C"         TO R-ESTADO(W-J)
    MOVE "N"         TO R-PAGADA(W-J)
    MOVE "CREDITO"   TO R-FORMA-PAGO(W-J)
    IF R-PAGADO(W-J) > ZEROS
        MOVE "R"           TO W-CB-TIPO
        MOVE SPACES        TO W-CB-FORMA
        MOVE R-PAGADO(W-J) TO W-CB-IMP
        PERFORM COBRO-ANOTAR
    END-IF
    PERFORM FAC-REGISTRAR-FACTURA
    ADD R-PENDIENTE(W-J) TO CT-SALDO(W-IDX-CT)
    MOVE SPACES           TO W-CTM-FORMA
    MOVE "C"              TO W-CTM-TIPO
    MOVE R-ID(W-J)        TO W-CTM-RES
    MOVE W-NUM-FAC        TO W-CTM-FAC
    MOVE R-PENDIENTE(W-J) TO W-CTM-IMP
    PERFORM CTA-ANOTAR-MOVIMIENTO
    PERFORM LIBERAR-HAB-RES
    PERFORM ACTUALIZAR-CLIENTE-CHECKOUT
    PERFORM DIARIO-RES
    PERFORM DIARIO-CTA
    MOVE R-PENDIENTE(W-J) TO D-IMP2
    DISPLAY "  *** CHECK-OUT A CREDITO COMPLETADO ***"
    DISPLAY "  Cargado a la cuenta: " D-IMP2 " EUR (factura "
            W-NUM-FAC ")"
    MOVE R-HAB(W-J) TO W-STK-ALM
    PERFORM STOCK-HOJA-REPOSICION
    ADD 1 TO SES-OPS
    .

*> Anade un apunte al libro de movimientos de cuentas (F-CTM) para
*> la cuenta de la fila W-IDX-CT, con los datos preparados en
*> W-CTM-* y el saldo ya actualizado. Registro de solo anadir,
*> igual que F-PUNTOS.
CTA-ANOTAR-MOVIMIENTO.
    MOVE CT-ID(W-IDX-CT)    TO CM-CTA-ID
    MOVE SES-FECHA          TO CM-FECHA
    MOVE W-CTM-TIPO         TO CM-TIPO
    MOVE W-CTM-RES          TO CM-RES-ID
    MOVE W-CTM-FAC          TO CM-FAC-NUM
    MOVE W-CTM-IMP          TO CM-IMPORTE
    MOVE CT-SALDO(W-IDX-CT) TO CM-SALDO
    MOVE W-CTM-FORMA        TO CM-FORMA
    OPEN EXTEND F-CTM
    WRITE CM-REC
    CLOSE F-CTM
    .

*> Anade al libro de cobros (F-COB) el movimiento de dinero de la
*> reserva W-J preparado en W-CB-TIPO / W-CB-FORMA / W-CB-IMP.
COBRO-ANOTAR.
    MOVE SES-FECHA   TO CB-FECHA
    MOVE R-ID(W-J)   TO CB-RES-ID
    MOVE W-CB-TIPO   TO CB-TIPO
    MOVE W-CB-FORMA  TO CB-FORMA
    MOVE W-CB-IMP    TO CB-IMPORTE
    MOVE SES-OPER-ID TO CB-OPER
    OPEN EXTEND F-COB
    WRITE CB-REC
    CLOSE F-COB
    .

ACTUALIZAR-CLIENTE-CHECKOUT.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF C-ID(W-K) = R-CLI-ID(W-J)
            ADD R-TOTAL(W-J) TO C-GASTO(W-K)
            *> 1 punto por cada PTS-EUR euros de gasto
            MOVE "PTS-EUR" TO W-PARAM-COD
            PERFORM OBTENER-PARAM
            DIVIDE W-PARAM-VAL INTO R-TOTAL(W-J) GIVING W-TEMP
            ADD W-TEMP TO C-PUNTOS(W-K)
            MOVE "E"          TO W-PUNTOS-TIPO
            MOVE R-ID(W-J)    TO W-PUNTOS-RES-ID
            MOVE W-TEMP       TO W-PUNTOS-CANT
            PERFORM REGISTRAR-MOVIMIENTO-PUNTOS
            PERFORM CLI-RECALCULAR-CATEGORIA
            PERFORM DIARIO-CLI
        END-IF
    END-PERFORM
    .

*> Categoria del cliente de la fila W-K segun su gasto acumulado
*> (umbrales parametrizados UMBRAL-G / UMBRAL-P).
CLI-RECALCULAR-CATEGORIA.
    MOVE "UMBRAL-G" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-TEMP2
    MOVE "UMBRAL-P" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    EVALUATE TRUE
        WHEN C-GASTO(W-K) >= W-TEMP2
            MOVE "G" TO C-CAT(W-K)
        WHEN C-GASTO(W-K) >= W-PARAM-VAL
            MOVE "P" TO C-CAT(W-K)
        WHEN OTHER
            MOVE "N" TO C-CAT(W-K)
    END-EVALUATE
    .

*> ----------------------------------------------------------------
*> Anade un apunte al libro de puntos (F-PUNTOS) para el cliente de
*> la fila W-K, usando W-PUNTOS-TIPO/W-PUNTOS-RES-ID/W-PUNTOS-CANT
*> (preparados por el llamador) y el saldo ya actualizado en
*> C-PUNTOS(W-K). Registro de solo anadir, igual que F-HIST/F-FACT.
*> ----------------------------------------------------------------
REGISTRAR-MOVIMIENTO-PUNTOS.
    MOVE C-ID(W-K)         TO PT-CLI-ID
    MOVE SES-FECHA         TO PT-FECHA
    MOVE W-PUNTOS-TIPO     TO PT-TIPO
    MOVE W-PUNTOS-RES-ID   TO PT-RES-ID
    MOVE W-PUNTOS-CANT     TO PT-CANT
    MOVE C-PUNTOS(W-K)     TO PT-SALDO
    OPEN EXTEND F-PUNTOS
    WRITE PT-REC
    CLOSE F-PUNTOS
    .

*> ----------------------------------------------------------------
*> Lista el historial de movimientos de puntos del cliente de la
*> fila W-K, leyendo F-PUNTOS completo (no se carga en memoria).
*> ----------------------------------------------------------------
MOSTRAR-HISTORIAL-PUNTOS.
    DISPLAY "  Historial de puntos:"
    MOVE ZEROS TO W-CNT3
    OPEN INPUT F-PUNTOS
    IF WS-FS = "35"
        CONTINUE
    ELSE
        READ F-PUNTOS
        PERFORM UNTIL WS-FS = "10"
            IF PT-CLI-ID = C-ID(W-K)
                ADD 1 TO W-CNT3
                EVALUATE PT-TIPO
                    WHEN "E"
                        DISPLAY "    " PT-FECHA
                                "  +" PT-CANT " (reserva " PT-RES-ID ")"
                                "  saldo " PT-SALDO
                    WHEN "C"
                        DISPLAY "    " PT-FECHA
                                "  -" PT-CANT " (canje)"
                                "  saldo " PT-SALDO
                    WHEN "U"
                        DISPLAY "    " PT-FECHA
                                "  =" PT-CANT " (fusion de ficha "
                                PT-RES-ID ")  saldo " PT-SALDO
                END-EVALUATE
            END-IF
            READ F-PUNTOS
        END-PERFORM
        CLOSE F-PUNTOS
    END-IF
    IF W-CNT3 = ZEROS
        DISPLAY "    (sin movimientos registrados)"
    END-IF
    .

*> ----------------------------------------------------------------
*> Registro de viajeros en el check-in: toma el documento de
*> identidad, nacionalidad y fecha de nacimiento de CADA adulto de
*> la reserva W-J (no solo del cliente titular) y lo anota en
*> F-VIAJ con la fecha de entrada de hoy. Es la base del parte
*> diario de viajeros que exige la autoridad.
*> ----------------------------------------------------------------
REGISTRAR-VIAJEROS-CHECKIN.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  REGISTRO DE VIAJEROS (obligatorio, un adulto cada vez)"
    DISPLAY L-SIMPLE
    OPEN EXTEND F-VIAJ
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > R-ADULTOS(W-J)
        DISPLAY "  -- Adulto " W-M " de " R-ADULTOS(W-J) " --"
        DISPLAY "  Nombre completo             : " WITH NO ADVANCING
        ACCEPT NV-NOM
        IF W-M = 1 AND NV-NOM = SPACES
            MOVE R-NOMBRE-CLI(W-J) TO NV-NOM
            DISPLAY "  (tomado del titular: " NV-NOM(1:30) ")"
        END-IF
        DISPLAY "  Tipo doc (D=DNI P=Pasap. N=NIE O=Otro): "
                WITH NO ADVANCING
        ACCEPT NV-TIPO-DOC
        MOVE FUNCTION UPPER-CASE(NV-TIPO-DOC) TO NV-TIPO-DOC
        IF NV-TIPO-DOC NOT = "D" AND NV-TIPO-DOC NOT = "P" AND
           NV-TIPO-DOC NOT = "N" AND NV-TIPO-DOC NOT = "O"
            MOVE "O" TO NV-TIPO-DOC
        END-IF
        DISPLAY "  Numero de documento         : " WITH NO ADVANCING
        ACCEPT NV-DOC
        DISPLAY "  Nacionalidad                : " WITH NO ADVANCING
        ACCEPT NV-NAC
        DISPLAY "  Fecha nacimiento (AAAA-MM-DD): " WITH NO ADVANCING
        ACCEPT NV-FNAC
        MOVE R-ID(W-J)    TO VJ-RES-ID
        MOVE R-HAB(W-J)   TO VJ-HAB
        MOVE SES-FECHA    TO VJ-FECHA-ENT
        MOVE NV-NOM       TO VJ-NOMBRE
        MOVE NV-TIPO-DOC  TO VJ-TIPO-DOC
        MOVE NV-DOC       TO VJ-DOC
        MOVE NV-NAC       TO VJ-NACIONALIDAD
        MOVE NV-FNAC      TO VJ-NACIMIENTO
        MOVE R-CLI-ID(W-J) TO VJ-CLI-ID
        WRITE VJ-REC
    END-PERFORM
    CLOSE F-VIAJ
    MOVE R-ADULTOS(W-J) TO D-CNT
    DISPLAY "  Viajeros registrados: " D-CNT
    .

*> ----------------------------------------------------------------
*> Parte diario de viajeros: vuelca a un fichero de texto con
*> nombre PARTE-AAAA-MM-DD.TXT todos los viajeros registrados en
*> los check-in de la fecha de trabajo (SES-FECHA), listo para
*> enviarse a la autoridad cada manana.
*> ----------------------------------------------------------------
PARTE-VIAJEROS.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  PARTE DE VIAJEROS -- " SES-FECHA
    DISPLAY L-DOBLE
    MOVE SPACES TO PARTE-NOMBRE
    STRING "PARTE-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO PARTE-NOMBRE
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-VIAJ
    IF WS-FS = "05"
        *> fichero OPTIONAL inexistente: abierto vacio, no hay nada
        CLOSE F-VIAJ
        DISPLAY "  Sin viajeros registrados todavia."
    ELSE
        OPEN OUTPUT F-PARTE
        MOVE L-DOBLE TO PTE-LIN
        WRITE PTE-LIN
        MOVE "  PARTE DE ENTRADA DE VIAJEROS" TO PTE-LIN
        WRITE PTE-LIN
        MOVE SPACES TO PTE-LIN
        STRING "  " CFG-NOMBRE " -- " CFG-CIUDAD
            DELIMITED BY SIZE INTO PTE-LIN
        WRITE PTE-LIN
        MOVE SPACES TO PTE-LIN
        STRING "  Fecha: " SES-FECHA DELIMITED BY SIZE INTO PTE-LIN
        WRITE PTE-LIN
        MOVE L-DOBLE TO PTE-LIN
        WRITE PTE-LIN
        MOVE "  DOCUMENTO        T NOMBRE                    "
             & "NACIONALIDAD     NACIM." TO PTE-LIN
        WRITE PTE-LIN
        MOVE L-SIMPLE TO PTE-LIN
        WRITE PTE-LIN
        READ F-VIAJ
        PERFORM UNTIL WS-FS = "10"
            IF VJ-FECHA-ENT = SES-FECHA
                ADD 1 TO W-CNT
                MOVE SPACES TO PTE-LIN
                STRING "  " VJ-DOC
                       " " VJ-TIPO-DOC
                       " " VJ-NOMBRE(1:25)
                       " " VJ-NACIONALIDAD(1:16)
                       " " VJ-NACIMIENTO
                    DELIMITED BY SIZE INTO PTE-LIN
                WRITE PTE-LIN
            END-IF
            READ F-VIAJ
        END-PERFORM
        CLOSE F-VIAJ
        MOVE L-SIMPLE TO PTE-LIN
        WRITE PTE-LIN
        MOVE W-CNT TO D-CNT
        MOVE SPACES TO PTE-LIN
        STRING "  Total viajeros: " D-CNT
            DELIMITED BY SIZE INTO PTE-LIN
        WRITE PTE-LIN
        CLOSE F-PARTE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Viajeros con entrada hoy: " D-CNT
        DISPLAY "  Parte generado en: " PARTE-NOMBRE
        ADD 1 TO SES-OPS
    END-IF
    DISPLAY L-DOBLE
    .

VER-HUESPEDES.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  HUESPEDES EN EL HOTEL"
    DISPLAY L-DOBLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ESTADO(W-J) = "A"
            ADD 1 TO W-CNT
            MOVE R-NOCHES(W-J) TO D-NOC
            DISPLAY "  Hab " R-HAB(W-J)
                    " | " R-NOMBRE-CLI(W-J)(1:28)
            DISPLAY "    Entrada: " R-ENTRADA(W-J)
                    " Salida: " R-SALIDA(W-J)
                    " | " R-REGIMEN(W-J)
                    " | " D-NOC " noches"
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    MOVE W-CNT TO D-CNT
    DISPLAY "  Huespedes presentes: " D-CNT
    DISPLAY L-DOBLE
    .

LLEGADAS-HOY.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  LLEGADAS PREVISTAS -- " SES-FECHA
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ENTRADA(W-J) = SES-FECHA AND R-ESTADO(W-J) = "P"
            ADD 1 TO W-CNT
            IF R-HAB(W-J) = ZEROS
                DISPLAY "  Res " R-ID(W-J)
                        " tipo " R-TIPO-HAB(W-J) " SIN ASIGNAR"
                        " | " R-NOMBRE-CLI(W-J)(1:28)
                        " | " R-REGIMEN(W-J)
            ELSE
                DISPLAY "  Res " R-ID(W-J)
                        " Hab " R-HAB(W-J)
                        " | " R-NOMBRE-CLI(W-J)(1:28)
                        " | " R-REGIMEN(W-J)
            END-IF
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin llegadas previstas hoy."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Total llegadas: " D-CNT
        PERFORM LLEGADAS-HOJA-ASIGNACION
    END-IF
    .

*> ----------------------------------------------------------------
*> Hoja de asignacion de la manana: para cada llegada de hoy por
*> tipo aun sin habitacion, las habitaciones candidatas del tipo
*> (en servicio y sin compromiso en sus fechas) con su estado de
*> limpieza y preferencias, para repartir el parque alrededor del
*> mantenimiento y las salidas tardias antes de que llegue nadie.
*> ----------------------------------------------------------------
LLEGADAS-HOJA-ASIGNACION.
    MOVE ZEROS TO W-CNT2
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-RES
        IF R-ENTRADA(W-K) = SES-FECHA AND R-ESTADO(W-K) = "P"
           AND R-HAB(W-K) = ZEROS
            ADD 1 TO W-CNT2
            IF W-CNT2 = 1
                DISPLAY L-SIMPLE
                DISPLAY "  HOJA DE ASIGNACION -- llegadas por tipo:"
            END-IF
            DISPLAY "  Res " R-ID(W-K)
                    " tipo " R-TIPO-HAB(W-K)
                    " " R-NOMBRE-CLI(W-K)(1:25)
                    WITH NO ADVANCING
            IF R-NOTAS(W-K) NOT = SPACES
                DISPLAY " | " R-NOTAS(W-K)(1:25)
            ELSE
                DISPLAY " "
            END-IF
            PERFORM LLEGADAS-CANDIDATAS
        END-IF
    END-PERFORM
    .

*> Candidatas para la reserva W-K: habitaciones de su tipo en
*> servicio y libres de solapes en sus fechas, con limpieza y
*> preferencias a la vista. Machaca NR-HAB/NR-ENT/NR-SAL y W-J.
LLEGADAS-CANDIDATAS.
    MOVE ZEROS TO W-CNT3
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-TIPO(W-I) = R-TIPO-HAB(W-K)
           AND H-ESTADO(W-I) NOT = "M"
           AND H-ESTADO(W-I) NOT = "O"
            MOVE H-NUM(W-I)     TO NR-HAB
            MOVE R-ENTRADA(W-K) TO NR-ENT
            MOVE R-SALIDA(W-K)  TO NR-SAL
            MOVE R-ID(W-K)      TO W-EXCL-RES-ID
            PERFORM RES-VERIFICAR-DISPONIBILIDAD
            MOVE ZEROS TO W-EXCL-RES-ID
            IF W-ENC = "N"
                ADD 1 TO W-CNT3
                DISPLAY "    -> Hab " H-NUM(W-I)
                        " limpieza:" H-LIMPIEZA(W-I)
                        " " H-VISTA(W-I)(1:12)
                        WITH NO ADVANCING
                IF H-FUMADOR(W-I) = "S"
                    DISPLAY " FUM" WITH NO ADVANCING
                END-IF
                IF H-ACCESIBLE(W-I) = "S"
                    DISPLAY " ACC" WITH NO ADVANCING
                END-IF
                DISPLAY " "
            END-IF
        END-IF
    END-PERFORM
    IF W-CNT3 = ZEROS
        DISPLAY "    -> [!] sin candidatas (revisar mantenimiento)"
    END-IF
    .

SALIDAS-HOY.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  SALIDAS PREVISTAS -- " SES-FECHA
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-SALIDA(W-J) = SES-FECHA AND R-ESTADO(W-J) = "A"
            ADD 1 TO W-CNT
            MOVE R-PENDIENTE(W-J) TO D-IMP2
            DISPLAY "  Res " R-ID(W-J)
                    " Hab " R-HAB(W-J)
                    " | " R-NOMBRE-CLI(W-J)(1:25)
                    " | Pdte: " D-IMP2 " EUR"
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin salidas previstas hoy."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Total salidas: " D-CNT
    END-IF
    .

*> ================================================================
*> 4. HABITACIONES
*> ================================================================
MENU-HAB.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** GESTION DE HABITACIONES ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Ficha de habitacion"
    DISPLAY "  2. Cambiar estado"
    DISPLAY "  3. Actualizar precio"
    DISPLAY "  4. Habitaciones libres"
    DISPLAY "  5. Habitaciones por tipo"
    DISPLAY "  6. Limpieza (parte de pisos)"
    DISPLAY "  7. Calendario de temporadas"
    DISPLAY "  8. Abrir orden de trabajo (mantenimiento)"
    DISPLAY "  9. Ordenes de trabajo abiertas / cerrar"
    DISPLAY "  10. Archivar ordenes cerradas"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM HAB-FICHA
        WHEN 2 PERFORM HAB-ESTADO
        WHEN 3 PERFORM HAB-PRECIO
        WHEN 4 PERFORM HAB-LIBRES
        WHEN 5 PERFORM HAB-POR-TIPO
        WHEN 6 PERFORM HAB-LIMPIEZA
        WHEN 7 PERFORM HAB-TEMPORADAS
        WHEN 8 PERFORM ORD-ABRIR
        WHEN 9 PERFORM ORD-LISTAR
        WHEN 10 PERFORM ORD-ARCHIVAR
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

HAB-FICHA.
    DISPLAY " "
    DISPLAY "  Habitacion: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-H
    PERFORM BUSCAR-HAB
    IF W-ENC = "N"
        DISPLAY "  [!] Habitacion no encontrada"
    ELSE
        MOVE W-IDX-H TO W-I
        DISPLAY " "
        DISPLAY L-DOBLE
        DISPLAY "  HABITACION " H-NUM(W-I) " -- " H-TIPO-NOMBRE(W-I)
        DISPLAY L-DOBLE
        DISPLAY "  Numero       : " H-NUM(W-I)
        MOVE H-PLANTA(W-I) TO D-CNT2
        DISPLAY "  Planta       : " D-CNT2
        DISPLAY "  Tipo         : " H-TIPO-NOMBRE(W-I)
        MOVE H-PRECIO(W-I) TO D-IMP
        DISPLAY "  Precio/noche : " D-IMP " EUR"
        DISPLAY "  Capacidad    : " H-CAP(W-I) " personas"
        DISPLAY "  Vistas       : " H-VISTA(W-I)
        DISPLAY "  Amenities    : " H-AMENITIES(W-I)
        IF H-FUMADOR(W-I) = "S"
            DISPLAY "  Fumador      : Si"
        ELSE
            DISPLAY "  Fumador      : No"
        END-IF
        IF H-ACCESIBLE(W-I) = "S"
            DISPLAY "  Accesible    : Si (adaptada)"
        END-IF
        DISPLAY "  Descripcion  : " H-DESC(W-I)
        EVALUATE H-ESTADO(W-I)
            WHEN "L" DISPLAY "  Estado       : LIBRE"
            WHEN "O" DISPLAY "  Estado       : OCUPADA (Res:" H-RES-ID(W-I) ")"
            WHEN "M" DISPLAY "  Estado       : MANTENIMIENTO"
        END-EVALUATE
        EVALUATE H-LIMPIEZA(W-I)
            WHEN "S" DISPLAY "  Limpieza     : SUCIA"
            WHEN "P" DISPLAY "  Limpieza     : EN PROCESO"
            WHEN "I" DISPLAY "  Limpieza     : INSPECCIONADA"
        END-EVALUATE
        DISPLAY L-DOBLE
    END-IF
    .

HAB-ESTADO.
    DISPLAY " "
    DISPLAY "  Habitacion: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-H
    PERFORM BUSCAR-HAB
    IF W-ENC = "N"
        DISPLAY "  [!] Habitacion no encontrada"
    ELSE
        MOVE W-IDX-H TO W-I
        IF H-ESTADO(W-I) = "O"
            DISPLAY "  [!] Ocupada con reserva activa. Use Check-Out."
        ELSE
            DISPLAY "  Estado actual: " H-ESTADO(W-I)
            DISPLAY "  Nuevo estado (L=Libre M=Mantenimiento): "
                    WITH NO ADVANCING
            ACCEPT W-TXT
            MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
            IF W-TXT(1:1) = "L" OR W-TXT(1:1) = "M"
                MOVE W-TXT(1:1) TO H-ESTADO(W-I)
                PERFORM DIARIO-HAB
                DISPLAY "  *** ESTADO ACTUALIZADO ***"
                ADD 1 TO SES-OPS
            ELSE
                DISPLAY "  [!] Estado invalido"
            END-IF
        END-IF
    END-IF
    .

HAB-PRECIO.
    DISPLAY " "
    DISPLAY "  Habitacion: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-H
    PERFORM BUSCAR-HAB
    IF W-ENC = "N"
        DISPLAY "  [!] Habitacion no encontrada"
    ELSE
        MOVE W-IDX-H TO W-I
        MOVE H-PRECIO(W-I) TO D-IMP
        DISPLAY "  Precio actual: " D-IMP " EUR/noche"
        DISPLAY "  Nuevo precio (EUR): " WITH NO ADVANCING
        ACCEPT W-IMP
        IF W-IMP > ZEROS
            MOVE "HAB-PREC"   TO W-AO-ACCION
            MOVE H-NUM(W-I)   TO W-AO-REF
            MOVE H-PRECIO(W-I) TO D-IMP
            MOVE D-IMP        TO W-AO-ANTES
            MOVE W-IMP        TO D-IMP
            MOVE D-IMP        TO W-AO-DESPUES
            PERFORM SUPERVISOR-AUTORIZAR
            IF W-AUT-OK = "S"
                MOVE W-IMP TO H-PRECIO(W-I)
                PERFORM DIARIO-HAB
                MOVE W-IMP TO D-IMP
                DISPLAY "  *** Precio actualizado a " D-IMP " EUR ***"
                ADD 1 TO SES-OPS
            END-IF
        ELSE
            DISPLAY "  [!] Precio invalido"
        END-IF
    END-IF
    .

HAB-LIBRES.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  HABITACIONES LIBRES"
    DISPLAY L-DOBLE
    DISPLAY "  HAB  TIPO                 CAP  PRECIO/NOC  VISTA"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-ESTADO(W-I) = "L"
            ADD 1 TO W-CNT
            MOVE H-PRECIO(W-I) TO D-IMP
            DISPLAY "  " H-NUM(W-I)
                    "  " H-TIPO-NOMBRE(W-I)
                    "  " H-CAP(W-I)
                    "  " D-IMP
                    "  " H-VISTA(W-I)
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    MOVE W-CNT TO D-CNT
    DISPLAY "  Total libres: " D-CNT
    DISPLAY L-DOBLE
    .

HAB-POR-TIPO.
    DISPLAY " "
    DISPLAY "  Tipo (SI/DO/ST/SU/PS): " WITH NO ADVANCING
    ACCEPT W-TXT
    MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
    DISPLAY " "
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-TIPO(W-I) = W-TXT(1:2)
            ADD 1 TO W-CNT
            MOVE H-PRECIO(W-I) TO D-IMP
            DISPLAY "  Hab " H-NUM(W-I)
                    " Planta " H-PLANTA(W-I)
                    " | " D-IMP " EUR"
                    " | Cap " H-CAP(W-I)
            EVALUATE H-ESTADO(W-I)
                WHEN "L" DISPLAY "   [LIBRE]"
                WHEN "O" DISPLAY "   [OCUPADA]"
                WHEN "M" DISPLAY "   [MANTENIMIENTO]"
            END-EVALUATE
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Sin habitaciones de ese tipo."
    END-IF
    .

HAB-LIMPIEZA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  PARTE DE LIMPIEZA -- PENDIENTES"
    DISPLAY L-DOBLE
    DISPLAY "  HAB  TIPO                 ESTADO     LIMPIEZA"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-HAB
        IF H-LIMPIEZA(W-I) NOT = "I"
            ADD 1 TO W-CNT
            DISPLAY "  " H-NUM(W-I)
                    "  " H-TIPO-NOMBRE(W-I)
                    "  " H-ESTADO(W-I)
                    "          " H-LIMPIEZA(W-I)
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    IF W-CNT = ZEROS
        DISPLAY "  No hay habitaciones pendientes de limpieza."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Pendientes: " D-CNT
        DISPLAY " "
        DISPLAY "  Habitacion a actualizar (0 = salir): " WITH NO ADVANCING
        ACCEPT W-BUSCAR-H
        IF W-BUSCAR-H NOT = ZEROS
            PERFORM BUSCAR-HAB
            IF W-ENC = "N"
                DISPLAY "  [!] Habitacion no encontrada"
            ELSE
                MOVE W-IDX-H TO W-I
                DISPLAY "  Nuevo estado (S=Sucia P=Proceso I=Inspeccionada): "
                        WITH NO ADVANCING
                ACCEPT W-TXT
                MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
                IF W-TXT(1:1) = "S" OR W-TXT(1:1) = "P" OR W-TXT(1:1) = "I"
                    MOVE W-TXT(1:1) TO H-LIMPIEZA(W-I)
                    PERFORM DIARIO-HAB
                    DISPLAY "  *** LIMPIEZA ACTUALIZADA ***"
                    ADD 1 TO SES-OPS
                ELSE
                    DISPLAY "  [!] Estado de limpieza invalido"
                END-IF
            END-IF
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

HAB-TEMPORADAS.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CALENDARIO DE TEMPORADAS"
    DISPLAY L-DOBLE
    IF G-N-TEMP = ZEROS
        DISPLAY "  No hay temporadas definidas (se aplica tarifa normal)."
    ELSE
        DISPLAY "  TIPO  NOMBRE                DESDE       HASTA       FACTOR"
        DISPLAY L-SIMPLE
        PERFORM VARYING W-IDX-T FROM 1 BY 1 UNTIL W-IDX-T > G-N-TEMP
            DISPLAY "  " T-TIPO(W-IDX-T)
                    "    " T-NOMBRE(W-IDX-T)
                    "  " T-INI(W-IDX-T)
                    "  " T-FIN(W-IDX-T)
                    "  " T-FACTOR(W-IDX-T)
        END-PERFORM
    END-IF
    DISPLAY L-SIMPLE
    DISPLAY "  Anadir nueva temporada (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        IF G-N-TEMP >= CFG-MAX-TEMP
            DISPLAY "  [!] Capacidad maxima de temporadas alcanzada"
        ELSE
            DISPLAY "  Tipo de habitacion (** = todos)    : "
                    WITH NO ADVANCING
            ACCEPT W-TXT
            MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
            DISPLAY "  Nombre de la temporada              : "
                    WITH NO ADVANCING
            ACCEPT W-NOMBRE-TEMP
            DISPLAY "  Fecha inicio   (AAAA-MM-DD)         : "
                    WITH NO ADVANCING
            ACCEPT NR-ENT
            DISPLAY "  Fecha fin      (AAAA-MM-DD)         : "
                    WITH NO ADVANCING
            ACCEPT NR-SAL
            DISPLAY "  Factor sobre tarifa base (ej. 1.250) : "
                    WITH NO ADVANCING
            ACCEPT W-FACTOR-TEMP
            IF NR-SAL < NR-ENT OR W-FACTOR-TEMP = ZEROS
                DISPLAY "  [!] Fechas o factor invalidos"
            ELSE
                ADD 1 TO G-N-TEMP
                MOVE W-TXT(1:2)      TO T-TIPO(G-N-TEMP)
                MOVE W-NOMBRE-TEMP   TO T-NOMBRE(G-N-TEMP)
                MOVE NR-ENT          TO T-INI(G-N-TEMP)
                MOVE NR-SAL          TO T-FIN(G-N-TEMP)
                MOVE W-FACTOR-TEMP   TO T-FACTOR(G-N-TEMP)
                DISPLAY "  *** TEMPORADA REGISTRADA ***"
                *> el calendario no se apunta al diario: checkpoint
                *> inmediato para que una caida no lo pierda dejando
                *> las reservas ya tarificadas sin su temporada
                PERFORM SISTEMA-CHECKPOINT
                ADD 1 TO SES-OPS
            END-IF
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

*> ----------------------------------------------------------------
*> ORDENES DE TRABAJO -- incidencias de mantenimiento con historia:
*> quien la arregla, desde cuando y fecha prevista de vuelta al
*> servicio. Abrir una orden pone la habitacion en "M"; al cerrar
*> la ultima orden abierta la habitacion vuelve a "L" pendiente de
*> limpieza/inspeccion.
*> ----------------------------------------------------------------
ORD-ABRIR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  ABRIR ORDEN DE TRABAJO"
    DISPLAY L-DOBLE
    IF G-N-ORD >= CFG-MAX-ORD
        DISPLAY "  [!] Capacidad maxima de ordenes alcanzada"
    ELSE
        DISPLAY "  Habitacion: " WITH NO ADVANCING
        ACCEPT W-BUSCAR-H
        PERFORM BUSCAR-HAB
        IF W-ENC = "N"
            DISPLAY "  [!] Habitacion no encontrada"
        ELSE
            MOVE W-IDX-H TO W-I
            IF H-ESTADO(W-I) = "O"
                DISPLAY "  [!] Habitacion ocupada: haga antes el "
                        "Check-Out del huesped"
            ELSE
                DISPLAY "  Descripcion de la averia     : "
                        WITH NO ADVANCING
                ACCEPT OT-DESC
                DISPLAY "  Prioridad (A=Alta M=Media B=Baja): "
                        WITH NO ADVANCING
                ACCEPT OT-PRIO
                MOVE FUNCTION UPPER-CASE(OT-PRIO) TO OT-PRIO
                IF OT-PRIO NOT = "A" AND OT-PRIO NOT = "B"
                    MOVE "M" TO OT-PRIO
                END-IF
                DISPLAY "  Asignada a (tecnico/empresa) : "
                        WITH NO ADVANCING
                ACCEPT OT-ASIG
                DISPLAY "  Vuelta al servicio (AAAA-MM-DD): "
                        WITH NO ADVANCING
                ACCEPT OT-PREV
                ADD 1 TO G-N-ORD
                ADD 1 TO G-ID-ORD
                MOVE G-N-ORD TO W-M
                MOVE G-ID-ORD    TO O-ID(W-M)
                MOVE H-NUM(W-I)  TO O-HAB(W-M)
                MOVE OT-DESC     TO O-DESC(W-M)
                MOVE OT-PRIO     TO O-PRIO(W-M)
                MOVE OT-ASIG     TO O-ASIG(W-M)
                MOVE SES-FECHA   TO O-FECHA-ALTA(W-M)
                MOVE OT-PREV     TO O-FECHA-PREV(W-M)
                MOVE "A"         TO O-ESTADO(W-M)
                MOVE SPACES      TO O-FECHA-CIERRE(W-M)
                MOVE SPACES      TO O-RESOL(W-M)
                MOVE "M"         TO H-ESTADO(W-I)
                PERFORM DIARIO-ORD
                PERFORM DIARIO-HAB
                DISPLAY "  *** ORDEN " O-ID(W-M) " ABIERTA ***"
                DISPLAY "  Habitacion " H-NUM(W-I)
                        " marcada FUERA DE SERVICIO"
                ADD 1 TO SES-OPS
            END-IF
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

ORD-LISTAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  ORDENES DE TRABAJO ABIERTAS -- " SES-FECHA
    DISPLAY L-DOBLE
    DISPLAY "  ORDEN  HAB PR DESCRIPCION                    ALTA       PREVISTA"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > G-N-ORD
        IF O-ESTADO(W-M) = "A"
            ADD 1 TO W-CNT
            DISPLAY "  " O-ID(W-M)
                    "  " O-HAB(W-M)
                    " " O-PRIO(W-M)
                    "  " O-DESC(W-M)(1:28)
                    "  " O-FECHA-ALTA(W-M)
                    " " O-FECHA-PREV(W-M)
                    WITH NO ADVANCING
            IF O-FECHA-PREV(W-M) < SES-FECHA
                DISPLAY " [RETRASADA]"
            ELSE
                DISPLAY " "
            END-IF
            IF O-ASIG(W-M) NOT = SPACES
                DISPLAY "         Asignada a: " O-ASIG(W-M)
            END-IF
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    IF W-CNT = ZEROS
        DISPLAY "  No hay ordenes abiertas."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Ordenes abiertas: " D-CNT
        DISPLAY " "
        DISPLAY "  Cerrar orden (numero, 0 = salir): "
                WITH NO ADVANCING
        ACCEPT W-BUSCAR-ORD
        IF W-BUSCAR-ORD NOT = ZEROS
            PERFORM ORD-CERRAR
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

ORD-CERRAR.
    MOVE "N" TO W-ENC
    MOVE ZEROS TO W-IDX-O
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > G-N-ORD
        IF O-ID(W-M) = W-BUSCAR-ORD AND O-ESTADO(W-M) = "A"
            MOVE "S" TO W-ENC
            MOVE W-M TO W-IDX-O
        END-IF
    END-PERFORM
    IF W-ENC = "N"
        DISPLAY "  [!] Orden no encontrada o ya cerrada"
    ELSE
        MOVE W-IDX-O TO W-M
        DISPLAY "  Hab " O-HAB(W-M) " -- " O-DESC(W-M)
        DISPLAY "  Nota de resolucion: " WITH NO ADVANCING
        ACCEPT OT-RESOL
        MOVE "C"       TO O-ESTADO(W-M)
        MOVE SES-FECHA TO O-FECHA-CIERRE(W-M)
        MOVE OT-RESOL  TO O-RESOL(W-M)
        *> la habitacion vuelve al servicio solo si no le queda
        *> ninguna otra orden abierta
        MOVE "N" TO W-ENC
        PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-ORD
            IF O-HAB(W-K) = O-HAB(W-M) AND O-ESTADO(W-K) = "A"
                MOVE "S" TO W-ENC
            END-IF
        END-PERFORM
        IF W-ENC = "N"
            MOVE O-HAB(W-M) TO W-BUSCAR-H
            PERFORM BUSCAR-HAB
            IF W-ENC = "S" AND H-ESTADO(W-IDX-H) = "M"
                MOVE "L" TO H-ESTADO(W-IDX-H)
                MOVE "S" TO H-LIMPIEZA(W-IDX-H)
                MOVE W-IDX-H TO W-I
                PERFORM DIARIO-HAB
                DISPLAY "  Habitacion " O-HAB(W-M)
                        " de vuelta al servicio (pendiente limpieza)"
            END-IF
        END-IF
        PERFORM DIARIO-ORD
        DISPLAY "  *** ORDEN " O-ID(W-M) " CERRADA ***"
        ADD 1 TO SES-OPS
    END-IF
    .

*> ----------------------------------------------------------------
*> Archivado de ordenes cerradas: las pasa al historico ORDHIST.DAT
*> y compacta TBL-ORD (mismo patron que RES-ARCHIVAR/ESPERA-PURGAR)
*> para que el tope de la tabla sea de ordenes VIVAS, no de por
*> vida. El archivado compacta sin apuntarse al diario, asi que se
*> hace checkpoint inmediato, igual que RES-ARCHIVAR.
*> ----------------------------------------------------------------
ORD-ARCHIVAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  ARCHIVAR ORDENES DE TRABAJO CERRADAS"
    DISPLAY L-DOBLE
    MOVE ZEROS TO W-CNT W-CNT2
    OPEN EXTEND F-ORDH
    PERFORM VARYING W-M FROM 1 BY 1 UNTIL W-M > G-N-ORD
        IF O-ESTADO(W-M) = "C"
            MOVE O-ID(W-M)           TO FOH-ID
            MOVE O-HAB(W-M)          TO FOH-HAB
            MOVE O-DESC(W-M)         TO FOH-DESC
            MOVE O-PRIO(W-M)         TO FOH-PRIO
            MOVE O-ASIG(W-M)         TO FOH-ASIG
            MOVE O-FECHA-ALTA(W-M)   TO FOH-FECHA-ALTA
            MOVE O-FECHA-PREV(W-M)   TO FOH-FECHA-PREV
            MOVE O-ESTADO(W-M)       TO FOH-ESTADO
            MOVE O-FECHA-CIERRE(W-M) TO FOH-FECHA-CIERRE
            MOVE O-RESOL(W-M)        TO FOH-RESOL
            WRITE FOH-REC
            ADD 1 TO W-CNT2
        ELSE
            ADD 1 TO W-CNT
            IF W-CNT NOT = W-M
                MOVE O(W-M) TO O(W-CNT)
            END-IF
        END-IF
    END-PERFORM
    CLOSE F-ORDH
    MOVE W-CNT TO G-N-ORD
    MOVE W-CNT2 TO D-CNT
    DISPLAY "  Ordenes archivadas en ORDHIST.DAT: " D-CNT
    MOVE W-CNT TO D-CNT
    DISPLAY "  Ordenes abiertas restantes       : " D-CNT
    DISPLAY L-DOBLE
    IF W-CNT2 > ZEROS
        PERFORM SISTEMA-CHECKPOINT
        ADD 1 TO SES-OPS
    END-IF
    .

*> ================================================================
*> 5. SERVICIOS
*> ================================================================
MENU-SVC.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** SERVICIOS DE HABITACION ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Registrar cargo/servicio"
    DISPLAY "  2. Servicios de una reserva"
    DISPLAY "  3. Catalogo de servicios"
    DISPLAY "  4. Anular ultimo cargo"
    DISPLAY "  5. Importar cargos del TPV (lote)"
    DISPLAY "  6. Almacen y minibares"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM SVC-REGISTRAR
        WHEN 2 PERFORM SVC-VER
        WHEN 3 PERFORM SVC-CATALOGO
        WHEN 4 PERFORM SVC-ANULAR
        WHEN 5 PERFORM SVC-IMPORTAR
        WHEN 6 PERFORM MENU-STOCK
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

SVC-REGISTRAR.
    DISPLAY " "
    DISPLAY "  ID de reserva activa: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) NOT = "A"
            DISPLAY "  [!] Solo reservas activas"
        ELSE
            PERFORM SVC-CATALOGO
            DISPLAY "  Codigo (2 letras, o 'XX' para cargo libre): "
                    WITH NO ADVANCING
            ACCEPT W-TXT
            MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
            MOVE "N" TO W-ENC
            PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > CFG-MAX-CAT
                IF K-COD(W-K) = W-TXT(1:2)
                    MOVE "S" TO W-ENC
                    MOVE K-PRECIO(W-K) TO W-IMP
                    MOVE K-NOMBRE(W-K) TO W-TXT2
                END-IF
            END-PERFORM
            IF W-ENC = "N"
                DISPLAY "  Descripcion del cargo: " WITH NO ADVANCING
                ACCEPT W-TXT2
                DISPLAY "  Precio unitario (EUR): " WITH NO ADVANCING
                ACCEPT W-IMP
            END-IF
            IF W-IMP > ZEROS
                DISPLAY "  Cantidad (Enter=1): " WITH NO ADVANCING
                ACCEPT W-NUM
                IF W-NUM <= ZEROS
                    MOVE 1 TO W-NUM
                END-IF
                *> el cargo no puede dejar el saldo por encima del
                *> limite de credito de la estancia
                MULTIPLY W-IMP BY W-NUM GIVING W-LIM-CARGO
                PERFORM LIM-COMPROBAR-CARGO
                IF W-LIM-OK = "N"
                    DISPLAY "  [!] Cargo bloqueado: supera el limite "
                            "de credito"
                    MOVE R-LIMITE(W-J) TO D-IMP
                    DISPLAY "      Limite          : " D-IMP " EUR"
                    MOVE W-LIM-SALDO TO D-IMP3
                    DISPLAY "      Saldo con cargo : " D-IMP3 " EUR"
                    DISPLAY "      (registrar nueva preautorizacion o "
                            "pago a cuenta)"
                ELSE
                    ADD 1 TO G-N-SVC
                    ADD 1 TO G-ID-SVC
                    MOVE G-N-SVC TO W-I
                    MOVE G-ID-SVC           TO S-ID(W-I)
                    MOVE R-ID(W-J)          TO S-RES-ID(W-I)
                    MOVE R-HAB(W-J)         TO S-HAB(W-I)
                    MOVE W-TXT(1:2)         TO S-COD(W-I)
                    MOVE W-TXT2             TO S-DESC(W-I)
                    MOVE W-NUM              TO S-CANT(W-I)
                    MOVE W-IMP              TO S-PU(W-I)
                    MULTIPLY W-IMP BY W-NUM GIVING S-TOTAL(W-I)
                    MOVE SES-FECHA          TO S-FECHA(W-I)
                    MOVE SES-HORA           TO S-HORA(W-I)
                    ADD S-TOTAL(W-I) TO R-IMPORTE-SVC(W-J)
                    PERFORM DIARIO-SVC
                    PERFORM DIARIO-RES
                    MOVE "V" TO W-STK-TIPO
                    PERFORM STOCK-CARGO
                    PERFORM GUARDAR-STOCK
                    MOVE S-TOTAL(W-I) TO D-IMP
                    DISPLAY "  *** CARGO REGISTRADO: " D-IMP " EUR ***"
                    ADD 1 TO SES-OPS
                END-IF
            ELSE
                DISPLAY "  [!] Importe invalido"
            END-IF
        END-IF
    END-IF
    .

SVC-VER.
    DISPLAY " "
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        DISPLAY " "
        DISPLAY L-DOBLE
        DISPLAY "  SERVICIOS -- Reserva " R-ID(W-J)
                " -- " R-NOMBRE-CLI(W-J)(1:25)
        DISPLAY L-DOBLE
        DISPLAY "  FECHA       HORA   DESCRIPCION                CANT   TOTAL"
        DISPLAY L-SIMPLE
        MOVE ZEROS TO W-CNT W-ACUM
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-SVC
            IF S-RES-ID(W-I) = R-ID(W-J)
                ADD 1 TO W-CNT
                ADD S-TOTAL(W-I) TO W-ACUM
                MOVE S-TOTAL(W-I) TO D-IMP
                DISPLAY "  " S-FECHA(W-I)
                        " " S-HORA(W-I)
                        " " S-DESC(W-I)(1:25)
                        "  " S-CANT(W-I)
                        "  " D-IMP " EUR"
            END-IF
        END-PERFORM
        DISPLAY L-SIMPLE
        IF W-CNT = ZEROS
            DISPLAY "  Sin servicios registrados."
        ELSE
            MOVE W-CNT  TO D-CNT
            MOVE W-ACUM TO D-IMP2
            DISPLAY "  Total cargos   : " D-CNT
            DISPLAY "  TOTAL SERVICIOS: " D-IMP2 " EUR"
        END-IF
        DISPLAY L-DOBLE
    END-IF
    .

SVC-CATALOGO.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CATALOGO DE SERVICIOS Y PRECIOS"
    DISPLAY L-DOBLE
    DISPLAY "  COD  NOMBRE                          PRECIO    UNIDAD"
    DISPLAY L-SIMPLE
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > CFG-MAX-CAT
        IF K-COD(W-K) NOT = SPACES
            MOVE K-PRECIO(W-K) TO D-IMP
            DISPLAY "  " K-COD(W-K)
                    "   " K-NOMBRE(W-K)
                    "  " D-IMP " EUR"
                    " / " K-UNIDAD(W-K)
        END-IF
    END-PERFORM
    DISPLAY L-DOBLE
    .

SVC-ANULAR.
    DISPLAY " "
    IF G-N-SVC = ZEROS
        DISPLAY "  Sin servicios para anular."
    ELSE
        MOVE G-N-SVC TO W-I
        MOVE S-TOTAL(W-I) TO D-IMP
        DISPLAY "  Ultimo cargo:"
        DISPLAY "  Res " S-RES-ID(W-I)
                " | " S-DESC(W-I)
                " | " D-IMP " EUR"
        DISPLAY "  Anular este cargo? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            MOVE "SVC-ANUL" TO W-AO-ACCION
            MOVE S-ID(W-I)  TO W-AO-REF
            MOVE SPACES     TO W-AO-ANTES
            STRING "Res " S-RES-ID(W-I) " " S-COD(W-I) " " D-IMP
                DELIMITED BY SIZE INTO W-AO-ANTES
            MOVE "ANULADO"  TO W-AO-DESPUES
            PERFORM SUPERVISOR-AUTORIZAR
        END-IF
        IF W-RESP = "S" AND W-AUT-OK = "S"
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
                IF R-ID(W-J) = S-RES-ID(W-I)
                    SUBTRACT S-TOTAL(W-I) FROM R-IMPORTE-SVC(W-J)
                    PERFORM DIARIO-RES
                END-IF
            END-PERFORM
            PERFORM DIARIO-SVA
            *> lo anulado vuelve al minibar o al almacen
            MOVE "A" TO W-STK-TIPO
            PERFORM STOCK-CARGO
            PERFORM GUARDAR-STOCK
            SUBTRACT 1 FROM G-N-SVC
            DISPLAY "  *** CARGO ANULADO ***"
            ADD 1 TO SES-OPS
        ELSE
            DISPLAY "  Operacion cancelada."
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> IMPORTACION EN LOTE DE CARGOS DEL TPV (restaurante/bar). Cada
*> linea de POSCARGOS.DAT se intenta cargar a la reserva ACTIVA de
*> esa habitacion, con el precio del catalogo; las que fallan van
*> a RECHAZOS.DAT con el motivo, para que el restaurante las
*> refacture a mano:
*>   11 sin huesped activo en la habitacion (o ya salio)
*>   12 codigo de servicio desconocido
*>   13 cantidad invalida
*>   14 sin capacidad de servicios
*>   15 supera el limite de credito de la estancia
*> El fichero del TPV se vacia al terminar, igual que INTFRES.DAT.
*> ----------------------------------------------------------------
SVC-IMPORTAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  IMPORTACION DE CARGOS DEL TPV -- " SES-FECHA
    DISPLAY L-DOBLE
    OPEN INPUT F-POS
    IF WS-FS = "35"
        DISPLAY "  No hay fichero del TPV (POSCARGOS.DAT)."
    ELSE
        MOVE ZEROS TO W-CNT W-CNT2 W-ACUM
        OPEN EXTEND F-RCH
        READ F-POS
        PERFORM UNTIL WS-FS = "10"
            PERFORM SVC-IMPORTAR-REGISTRO
            READ F-POS
        END-PERFORM
        CLOSE F-POS
        CLOSE F-RCH
        IF W-CNT > ZEROS
            PERFORM GUARDAR-STOCK
        END-IF
        *> vaciar el fichero del TPV: lo procesado ya esta dentro
        *> o en el fichero de rechazos
        OPEN OUTPUT F-POS
        CLOSE F-POS
        DISPLAY L-SIMPLE
        MOVE W-CNT TO D-CNT
        MOVE W-ACUM TO D-IMP2
        DISPLAY "  Cargos registrados  : " D-CNT
                " (" D-IMP2 " EUR)"
        MOVE W-CNT2 TO D-CNT
        DISPLAY "  Lineas rechazadas   : " D-CNT
                " (ver RECHAZOS.DAT)"
        IF W-CNT2 > ZEROS
            DISPLAY "  Motivos: 11 sin huesped  12 codigo desc. "
                    "13 cantidad  14 sin capacidad"
            DISPLAY "           15 supera el limite de credito"
        END-IF
        IF W-CNT > ZEROS
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

SVC-IMPORTAR-REGISTRO.
    MOVE SPACES TO W-MOTIVO
    *> reserva activa en la habitacion de la linea
    MOVE ZEROS TO W-IDX-R
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-HAB(W-J) = PS-HAB AND R-ESTADO(W-J) = "A"
            MOVE W-J TO W-IDX-R
        END-IF
    END-PERFORM
    IF W-IDX-R = ZEROS
        MOVE "11" TO W-MOTIVO
    END-IF
    IF W-MOTIVO = SPACES
        MOVE "N" TO W-ENC
        PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > CFG-MAX-CAT
            IF K-COD(W-K) = PS-COD AND K-COD(W-K) NOT = SPACES
                MOVE "S" TO W-ENC
                MOVE K-PRECIO(W-K) TO W-IMP
                MOVE K-NOMBRE(W-K) TO W-TXT2
            END-IF
        END-PERFORM
        IF W-ENC = "N"
            MOVE "12" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES AND PS-CANT = ZEROS
        MOVE "13" TO W-MOTIVO
    END-IF
    IF W-MOTIVO = SPACES AND G-N-SVC >= CFG-MAX-SVC
        MOVE "14" TO W-MOTIVO
    END-IF
    IF W-MOTIVO = SPACES
        MOVE W-IDX-R TO W-J
        MULTIPLY W-IMP BY PS-CANT GIVING W-LIM-CARGO
        PERFORM LIM-COMPROBAR-CARGO
        IF W-LIM-OK = "N"
            MOVE "15" TO W-MOTIVO
        END-IF
    END-IF
    IF W-MOTIVO = SPACES
        MOVE W-IDX-R TO W-J
        ADD 1 TO G-N-SVC
        ADD 1 TO G-ID-SVC
        MOVE G-N-SVC TO W-I
        MOVE G-ID-SVC           TO S-ID(W-I)
        MOVE R-ID(W-J)          TO S-RES-ID(W-I)
        MOVE R-HAB(W-J)         TO S-HAB(W-I)
        MOVE PS-COD             TO S-COD(W-I)
        MOVE W-TXT2             TO S-DESC(W-I)
        MOVE PS-CANT            TO S-CANT(W-I)
        MOVE W-IMP              TO S-PU(W-I)
        MULTIPLY W-IMP BY PS-CANT GIVING S-TOTAL(W-I)
        IF PS-FECHA = SPACES
            MOVE SES-FECHA TO S-FECHA(W-I)
        ELSE
            MOVE PS-FECHA TO S-FECHA(W-I)
        END-IF
        MOVE PS-HORA            TO S-HORA(W-I)
        ADD S-TOTAL(W-I) TO R-IMPORTE-SVC(W-J)
        ADD S-TOTAL(W-I) TO W-ACUM
        PERFORM DIARIO-SVC
        PERFORM DIARIO-RES
        MOVE "V" TO W-STK-TIPO
        PERFORM STOCK-CARGO
        ADD 1 TO W-CNT
    ELSE
        MOVE W-MOTIVO  TO RZ-MOTIVO
        MOVE SES-FECHA TO RZ-FECHA
        MOVE SPACES    TO RZ-DATOS
        MOVE PS-REC    TO RZ-DATOS
        WRITE RZ-REC
        ADD 1 TO W-CNT2
        DISPLAY "  [" W-MOTIVO "] Rechazado: hab " PS-HAB
                " cod " PS-COD " x" PS-CANT " " PS-FECHA
    END-IF
    .

*> ================================================================
*> ALMACEN Y MINIBARES -- existencias de los articulos del catalogo
*> con K-STOCK. Cada cargo a huesped descuenta del minibar de su
*> habitacion o del almacen central y cada anulacion lo devuelve;
*> la reposicion pasa del central al minibar; las entradas de
*> mercancia suman al central; el recuento fisico ajusta y saca
*> las mermas (lo que falta sin haberse cargado a nadie). Todo
*> movimiento queda en MOVSTOCK.DAT.
*> ================================================================
MENU-STOCK.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** ALMACEN Y MINIBARES ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Existencias por almacen"
    DISPLAY "  2. Entrada de mercancia (almacen central)"
    DISPLAY "  3. Reponer minibar de una habitacion"
    DISPLAY "  4. Informe de pedido (bajo minimo)"
    DISPLAY "  5. Recuento fisico y mermas"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM STOCK-EXISTENCIAS
        WHEN 2 PERFORM STOCK-ENTRADA
        WHEN 3 PERFORM STOCK-REPONER-MINIBAR
        WHEN 4 PERFORM STOCK-INFORME-PEDIDO
        WHEN 5 PERFORM STOCK-RECUENTO
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

*> Fila del catalogo del codigo W-STK-COD en W-STK-CAT (0 si no).
STOCK-BUSCAR-CAT.
    MOVE ZEROS  TO W-STK-CAT
    MOVE SPACES TO W-STK-NOMBRE
    PERFORM VARYING W-STK-K FROM 1 BY 1 UNTIL W-STK-K > CFG-MAX-CAT
        IF K-COD(W-STK-K) = W-STK-COD AND W-STK-COD NOT = SPACES
            MOVE W-STK-K          TO W-STK-CAT
            MOVE K-NOMBRE(W-STK-K) TO W-STK-NOMBRE
        END-IF
    END-PERFORM
    .

*> Fila de existencias de W-STK-ALM / W-STK-COD en W-IDX-ST (0 si
*> no existe).
STOCK-BUSCAR.
    MOVE ZEROS TO W-STK-ENC
    PERFORM VARYING W-IDX-ST FROM 1 BY 1 UNTIL W-IDX-ST > G-N-STK
        IF ST-ALM(W-IDX-ST) = W-STK-ALM
           AND ST-COD(W-IDX-ST) = W-STK-COD
            MOVE W-IDX-ST TO W-STK-ENC
        END-IF
    END-PERFORM
    MOVE W-STK-ENC TO W-IDX-ST
    .

*> Texto del almacen W-STK-ALM para pantallas y listados.
STOCK-TEXTO-ALM.
    MOVE SPACES TO W-STK-ALM-TXT
    IF W-STK-ALM = ZEROS
        MOVE "CENTRAL" TO W-STK-ALM-TXT
    ELSE
        STRING "HAB " W-STK-ALM DELIMITED BY SIZE INTO W-STK-ALM-TXT
    END-IF
    .

*> ----------------------------------------------------------------
*> Mueve W-STK-CANT (con signo) en W-STK-ALM / W-STK-COD y anota el
*> movimiento W-STK-TIPO con referencia W-STK-REF. Si la fila no
*> existe se crea (un minibar con la dotacion del catalogo). No
*> regraba STOCK.DAT: lo hace quien termina la operacion.
*> ----------------------------------------------------------------
STOCK-MOVER.
    PERFORM STOCK-BUSCAR
    IF W-IDX-ST = ZEROS AND G-N-STK < CFG-MAX-STK
        PERFORM STOCK-BUSCAR-CAT
        ADD 1 TO G-N-STK
        MOVE G-N-STK    TO W-IDX-ST
        MOVE W-STK-ALM  TO ST-ALM(W-IDX-ST)
        MOVE W-STK-COD  TO ST-COD(W-IDX-ST)
        MOVE ZEROS      TO ST-EXIST(W-IDX-ST) ST-MINIMO(W-IDX-ST)
        MOVE ZEROS      TO ST-DOTACION(W-IDX-ST)
        IF W-STK-ALM NOT = ZEROS AND W-STK-CAT > ZEROS
            MOVE K-DOTACION(W-STK-CAT) TO ST-MINIMO(W-IDX-ST)
            MOVE K-DOTACION(W-STK-CAT) TO ST-DOTACION(W-IDX-ST)
        END-IF
    END-IF
    IF W-IDX-ST = ZEROS
        DISPLAY "  [!] Tabla de existencias llena: movimiento de "
                W-STK-COD " sin registrar"
    ELSE
        ADD W-STK-CANT TO ST-EXIST(W-IDX-ST)
        ACCEPT W-HORA-SIS FROM TIME
        MOVE SES-FECHA   TO MV-FECHA
        MOVE SPACES      TO MV-HORA
        STRING W-HORA-SIS(1:2) ":" W-HORA-SIS(3:2) ":"
               W-HORA-SIS(5:2)
            DELIMITED BY SIZE INTO MV-HORA
        MOVE W-STK-TIPO  TO MV-TIPO
        MOVE W-STK-ALM   TO MV-ALM
        MOVE W-STK-COD   TO MV-COD
        MOVE W-STK-CANT  TO MV-CANT
        MOVE ST-EXIST(W-IDX-ST) TO MV-EXIST
        MOVE W-STK-REF   TO MV-REF
        MOVE SES-OPER-ID TO MV-OPER
        OPEN EXTEND F-MVS
        WRITE MV-REC
        CLOSE F-MVS
        IF ST-EXIST(W-IDX-ST) < ZEROS
            PERFORM STOCK-TEXTO-ALM
            MOVE ST-EXIST(W-IDX-ST) TO D-STK
            DISPLAY "  [!] Existencias negativas de " W-STK-COD
                    " en " W-STK-ALM-TXT ": " D-STK
                    " (revisar con un recuento)"
        END-IF
    END-IF
    .

*> Salida de existencias por el cargo de servicio de la fila W-I
*> (o entrada, si W-STK-TIPO = "A", al anularlo).
STOCK-CARGO.
    MOVE S-COD(W-I) TO W-STK-COD
    PERFORM STOCK-BUSCAR-CAT
    IF W-STK-CAT > ZEROS
        IF K-STOCK(W-STK-CAT) NOT = SPACE
            IF K-STOCK(W-STK-CAT) = "M"
                MOVE S-HAB(W-I) TO W-STK-ALM
            ELSE
                MOVE ZEROS TO W-STK-ALM
            END-IF
            IF W-STK-TIPO = "A"
                MOVE S-CANT(W-I) TO W-STK-CANT
            ELSE
                MOVE "V" TO W-STK-TIPO
                COMPUTE W-STK-CANT = ZERO - S-CANT(W-I)
            END-IF
            MOVE S-ID(W-I) TO W-STK-REF
            PERFORM STOCK-MOVER
        END-IF
    END-IF
    .

STOCK-EXISTENCIAS.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  EXISTENCIAS POR ALMACEN -- " SES-FECHA
    DISPLAY L-DOBLE
    DISPLAY "  ALMACEN   COD ARTICULO                      EXIST.  "
            "MIN.  DOT."
    DISPLAY L-SIMPLE
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
        MOVE ST-ALM(W-J) TO W-STK-ALM
        MOVE ST-COD(W-J) TO W-STK-COD
        PERFORM STOCK-TEXTO-ALM
        PERFORM STOCK-BUSCAR-CAT
        MOVE ST-EXIST(W-J)    TO D-STK
        MOVE ST-MINIMO(W-J)   TO D-STK3
        MOVE ST-DOTACION(W-J) TO D-CNT
        DISPLAY "  " W-STK-ALM-TXT "  " ST-COD(W-J) "  "
                W-STK-NOMBRE "  " D-STK " " D-STK3 "  " D-CNT
    END-PERFORM
    DISPLAY L-DOBLE
    .

*> ----------------------------------------------------------------
*> Entrada de mercancia al almacen central (albaran de proveedor).
*> ----------------------------------------------------------------
STOCK-ENTRADA.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  ENTRADA DE MERCANCIA -- ALMACEN CENTRAL"
    DISPLAY L-DOBLE
    DISPLAY "  Codigo de articulo : " WITH NO ADVANCING
    ACCEPT W-TXT
    MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
    MOVE W-TXT(1:2) TO W-STK-COD
    PERFORM STOCK-BUSCAR-CAT
    IF W-STK-CAT = ZEROS
        DISPLAY "  [!] Codigo no existe en el catalogo"
    ELSE
        IF K-STOCK(W-STK-CAT) = SPACE
            DISPLAY "  [!] Ese servicio no lleva control de stock"
        ELSE
            DISPLAY "  Cantidad recibida  : " WITH NO ADVANCING
            ACCEPT W-NUM
            DISPLAY "  N. albaran         : " WITH NO ADVANCING
            ACCEPT W-STK-REF
            IF W-NUM <= ZEROS
                DISPLAY "  [!] Cantidad invalida"
            ELSE
                MOVE ZEROS  TO W-STK-ALM
                MOVE "E"    TO W-STK-TIPO
                MOVE W-NUM  TO W-STK-CANT
                PERFORM STOCK-MOVER
                MOVE ST-EXIST(W-IDX-ST) TO D-STK
                PERFORM GUARDAR-STOCK
                DISPLAY "  *** ENTRADA REGISTRADA -- existencias "
                        W-STK-NOMBRE(1:20) ": " D-STK " ***"
                ADD 1 TO SES-OPS
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Hoja de reposicion del minibar W-STK-ALM para pisos: lo que
*> falta hasta la dotacion de cada articulo. Se saca tras cada
*> checkout; la reposicion se confirma luego con la opcion 3.
*> ----------------------------------------------------------------
STOCK-HOJA-REPOSICION.
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-IDX-ST FROM 1 BY 1 UNTIL W-IDX-ST > G-N-STK
        IF ST-ALM(W-IDX-ST) = W-STK-ALM
           AND ST-EXIST(W-IDX-ST) < ST-DOTACION(W-IDX-ST)
            ADD 1 TO W-CNT
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Minibar de la habitacion " W-STK-ALM
                " completo: no hay que reponer."
    ELSE
        MOVE SPACES TO SPOOL-NOMBRE
        STRING "REPOSIC-" W-STK-ALM "-" SES-FECHA ".TXT"
            DELIMITED BY SIZE INTO SPOOL-NOMBRE
        MOVE "HOJA DE REPOSICION DE MINIBAR" TO SPOOL-TITULO
        PERFORM SPOOL-ABRIR
        DISPLAY " "
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        STRING "  REPOSICION DE MINIBAR -- HABITACION " W-STK-ALM
               " -- " SES-FECHA
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "  COD ARTICULO                      HAY  DOTACION  REPONER"
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE L-SIMPLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
            IF ST-ALM(W-J) = W-STK-ALM
               AND ST-EXIST(W-J) < ST-DOTACION(W-J)
                MOVE ST-COD(W-J) TO W-STK-COD
                PERFORM STOCK-BUSCAR-CAT
                COMPUTE W-STK-NEC = ST-DOTACION(W-J) - ST-EXIST(W-J)
                MOVE ST-EXIST(W-J)    TO D-STK
                MOVE ST-DOTACION(W-J) TO D-STK3
                MOVE W-STK-NEC        TO D-CNT
                STRING "  " ST-COD(W-J) "  " W-STK-NOMBRE
                       D-STK "     " D-STK3 "     " D-CNT
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
        END-PERFORM
        MOVE L-SIMPLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "  Repuesto por: ____________________   Hora: ______"
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        PERFORM SPOOL-CERRAR
    END-IF
    .

*> ----------------------------------------------------------------
*> Confirmacion de la reposicion de un minibar: el central entrega
*> lo que falta hasta la dotacion.
*> ----------------------------------------------------------------
STOCK-REPONER-MINIBAR.
    DISPLAY " "
    DISPLAY "  Habitacion: " WITH NO ADVANCING
    ACCEPT W-STK-ALM
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
        IF ST-ALM(W-J) = W-STK-ALM AND W-STK-ALM NOT = ZEROS
           AND ST-EXIST(W-J) < ST-DOTACION(W-J)
            ADD 1 TO W-CNT
            COMPUTE W-STK-NEC = ST-DOTACION(W-J) - ST-EXIST(W-J)
            MOVE ST-COD(W-J) TO W-STK-COD
            PERFORM STOCK-BUSCAR-CAT
            MOVE W-STK-NEC TO D-CNT
            DISPLAY "  " ST-COD(W-J) "  " W-STK-NOMBRE
                    "  reponer " D-CNT
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  Nada que reponer en esa habitacion."
    ELSE
        DISPLAY "  Confirmar que el minibar queda repuesto? (S/N): "
                WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            MOVE W-STK-ALM TO W-STK-HAB
            PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
                IF ST-ALM(W-J) = W-STK-HAB
                   AND ST-EXIST(W-J) < ST-DOTACION(W-J)
                    COMPUTE W-STK-NEC =
                        ST-DOTACION(W-J) - ST-EXIST(W-J)
                    MOVE ST-COD(W-J) TO W-STK-COD
                    MOVE "R"         TO W-STK-TIPO
                    *> sale del central...
                    MOVE ZEROS       TO W-STK-ALM
                    MOVE SPACES      TO W-STK-REF
                    STRING "HAB " W-STK-HAB
                        DELIMITED BY SIZE INTO W-STK-REF
                    COMPUTE W-STK-CANT = ZERO - W-STK-NEC
                    PERFORM STOCK-MOVER
                    *> ...y entra en el minibar
                    MOVE W-STK-HAB   TO W-STK-ALM
                    MOVE "CENTRAL"   TO W-STK-REF
                    MOVE W-STK-NEC   TO W-STK-CANT
                    PERFORM STOCK-MOVER
                END-IF
            END-PERFORM
            PERFORM GUARDAR-STOCK
            DISPLAY "  *** MINIBAR REPUESTO ***"
            ADD 1 TO SES-OPS
        ELSE
            DISPLAY "  Reposicion cancelada."
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Informe de pedido: articulos del central por debajo del minimo,
*> con la cantidad a pedir hasta la dotacion, y minibares que
*> esperan reposicion.
*> ----------------------------------------------------------------
STOCK-INFORME-PEDIDO.
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "PEDIDO-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "INFORME DE PEDIDO A PROVEEDORES" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  ARTICULOS BAJO MINIMO -- ALMACEN CENTRAL -- " SES-FECHA
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  COD ARTICULO                      EXIST.  MIN.  PEDIR"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT W-CNT2
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
        IF ST-ALM(W-J) = ZEROS AND ST-EXIST(W-J) < ST-MINIMO(W-J)
            ADD 1 TO W-CNT
            MOVE ST-COD(W-J) TO W-STK-COD
            PERFORM STOCK-BUSCAR-CAT
            COMPUTE W-STK-NEC = ST-DOTACION(W-J) - ST-EXIST(W-J)
            MOVE ST-EXIST(W-J)  TO D-STK
            MOVE ST-MINIMO(W-J) TO D-STK3
            MOVE W-STK-NEC      TO D-CNT
            STRING "  " ST-COD(W-J) "  " W-STK-NOMBRE
                   D-STK " " D-STK3 "  " D-CNT
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        MOVE "  Ningun articulo por debajo del minimo." TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  MINIBARES PENDIENTES DE REPONER" TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
        IF ST-ALM(W-J) NOT = ZEROS
           AND ST-EXIST(W-J) < ST-MINIMO(W-J)
            ADD 1 TO W-CNT2
            COMPUTE W-STK-NEC = ST-DOTACION(W-J) - ST-EXIST(W-J)
            MOVE W-STK-NEC TO D-CNT
            STRING "  Hab " ST-ALM(W-J) "  " ST-COD(W-J)
                   "  faltan " D-CNT
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    IF W-CNT2 = ZEROS
        MOVE "  Todos los minibares completos." TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    .

*> ----------------------------------------------------------------
*> Recuento fisico de un almacen (000 = central, o una habitacion).
*> Lo contado sustituye a la existencia teorica; la diferencia es
*> merma (consumo que no se ha cargado a ningun huesped) o sobrante.
*> El ajuste pide supervisor. Informe MERMAS-aaa-<fecha>.TXT.
*> ----------------------------------------------------------------
STOCK-RECUENTO.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  RECUENTO FISICO DE EXISTENCIAS"
    DISPLAY L-DOBLE
    DISPLAY "  Almacen (0 = central, o n. de habitacion): "
            WITH NO ADVANCING
    ACCEPT W-STK-ALM
    PERFORM STOCK-TEXTO-ALM
    MOVE ZEROS TO W-CNT W-CNT2
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
        IF ST-ALM(W-J) = W-STK-ALM
            ADD 1 TO W-CNT
            MOVE ST-COD(W-J) TO W-STK-COD
            PERFORM STOCK-BUSCAR-CAT
            DISPLAY "  " ST-COD(W-J) "  " W-STK-NOMBRE
                    "  unidades contadas: " WITH NO ADVANCING
            ACCEPT ST-CONTADO(W-J)
            IF ST-CONTADO(W-J) NOT = ST-EXIST(W-J)
                ADD 1 TO W-CNT2
            END-IF
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        DISPLAY "  [!] Ese almacen no tiene articulos"
    ELSE
        MOVE "S" TO W-AUT-OK
        IF W-CNT2 > ZEROS
            MOVE W-CNT2 TO D-CNT
            DISPLAY "  Articulos con diferencia: " D-CNT
            MOVE "INVENT"      TO W-AO-ACCION
            MOVE W-STK-ALM-TXT TO W-AO-REF
            MOVE SPACES        TO W-AO-ANTES
            STRING W-CNT2 " articulos con diferencia"
                DELIMITED BY SIZE INTO W-AO-ANTES
            MOVE "Ajuste por recuento fisico" TO W-AO-DESPUES
            PERFORM SUPERVISOR-AUTORIZAR
        END-IF
        IF W-AUT-OK = "S"
            PERFORM STOCK-RECUENTO-APLICAR
        ELSE
            DISPLAY "  Recuento no aplicado."
        END-IF
    END-IF
    .

STOCK-RECUENTO-APLICAR.
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "MERMAS-" W-STK-ALM "-" SES-FECHA ".TXT"
        DELIMITED BY SIZE INTO SPOOL-NOMBRE
    MOVE "RECUENTO FISICO Y MERMAS" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  RECUENTO FISICO -- " W-STK-ALM-TXT " -- " SES-FECHA
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  COD ARTICULO                   TEORICO CONTADO  MERMA      VALOR"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-STK-TOTAL
    MOVE W-STK-ALM TO W-STK-HAB
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-STK
        IF ST-ALM(W-J) = W-STK-HAB
            MOVE ST-COD(W-J) TO W-STK-COD
            PERFORM STOCK-BUSCAR-CAT
            *> merma = teorico - contado (negativa = sobrante)
            COMPUTE W-STK-DIF = ST-EXIST(W-J) - ST-CONTADO(W-J)
            MOVE ZEROS TO W-STK-VALOR
            IF W-STK-CAT > ZEROS
                COMPUTE W-STK-VALOR = W-STK-DIF * K-PRECIO(W-STK-CAT)
            END-IF
            ADD W-STK-VALOR TO W-STK-TOTAL
            MOVE ST-EXIST(W-J)   TO D-STK
            MOVE ST-CONTADO(W-J) TO D-STK3
            MOVE W-STK-DIF       TO D-STK2
            MOVE W-STK-VALOR     TO D-IMP3
            STRING "  " ST-COD(W-J) "  " W-STK-NOMBRE(1:25)
                   D-STK "  " D-STK3 " " D-STK2 " " D-IMP3
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            IF W-STK-DIF NOT = ZEROS
                MOVE W-STK-HAB   TO W-STK-ALM
                MOVE "I"         TO W-STK-TIPO
                MOVE "RECUENTO"  TO W-STK-REF
                COMPUTE W-STK-CANT = ZERO - W-STK-DIF
                PERFORM STOCK-MOVER
            END-IF
        END-IF
    END-PERFORM
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-STK-TOTAL TO D-IMP3
    STRING "  VALOR DE LA MERMA (a precio de venta)        " D-IMP3
           " EUR"
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    PERFORM GUARDAR-STOCK
    ADD 1 TO SES-OPS
    .

*> ================================================================
*> 6. CLIENTES
*> ================================================================
MENU-CLI.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** CLIENTES Y FIDELIZACION ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Nuevo cliente"
    DISPLAY "  2. Ficha de cliente"
    DISPLAY "  3. Editar datos"
    DISPLAY "  4. Buscar cliente"
    DISPLAY "  5. Clientes VIP (Gold y Plus)"
    DISPLAY "  6. Canjear puntos"
    DISPLAY "  7. Ranking fidelizacion"
    DISPLAY "  8. Fusionar fichas duplicadas"
    DISPLAY "  9. Listado de posibles duplicados"
    DISPLAY "  10. Proteccion de datos (RGPD)"
    DISPLAY "  11. Correspondencia a huespedes"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM CLI-ALTA
        WHEN 2 PERFORM CLI-FICHA
        WHEN 3 PERFORM CLI-EDITAR
        WHEN 4 PERFORM CLI-BUSCAR
        WHEN 5 PERFORM CLI-VIP
        WHEN 6 PERFORM CLI-CANJEAR
        WHEN 7 PERFORM CLI-RANKING
        WHEN 8 PERFORM CLI-FUSIONAR
        WHEN 9 PERFORM CLI-DUPLICADOS
        WHEN 10 PERFORM MENU-RGPD
        WHEN 11 PERFORM MENU-CORR
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

CLI-ALTA.
    MOVE "N" TO W-ERR
    IF G-N-CLI >= CFG-MAX-CLI
        DISPLAY "  [!] Capacidad maxima de clientes"
        MOVE "S" TO W-ERR
    ELSE
        DISPLAY " "
        DISPLAY L-DOBLE
        DISPLAY "  REGISTRO DE NUEVO CLIENTE"
        DISPLAY L-DOBLE
        DISPLAY "  Nombre           : " WITH NO ADVANCING
        ACCEPT NC-NOM
        DISPLAY "  Apellidos        : " WITH NO ADVANCING
        ACCEPT NC-APE
        DISPLAY "  N. Documento     : " WITH NO ADVANCING
        ACCEPT NC-DOC
        DISPLAY "  Telefono         : " WITH NO ADVANCING
        ACCEPT NC-TEL
        DISPLAY "  Email            : " WITH NO ADVANCING
        ACCEPT NC-EML
        DISPLAY "  Pais de origen   : " WITH NO ADVANCING
        ACCEPT NC-PAI
        DISPLAY "  Idioma preferido : " WITH NO ADVANCING
        ACCEPT NC-IDI
        DISPLAY "  Observaciones    : " WITH NO ADVANCING
        ACCEPT NC-OBS
        DISPLAY "  Acepta comunicaciones comerciales? (S/N): "
                WITH NO ADVANCING
        ACCEPT NC-PUB
        MOVE FUNCTION UPPER-CASE(NC-PUB) TO NC-PUB
        IF NC-PUB NOT = "S"
            MOVE "N" TO NC-PUB
        END-IF
        MOVE NC-DOC TO W-DUP-DOC
        MOVE NC-EML TO W-DUP-EML
        MOVE NC-TEL TO W-DUP-TEL
        MOVE SPACES TO W-DUP-NOM
        STRING NC-NOM NC-APE DELIMITED BY SIZE INTO W-DUP-NOM
        MOVE ZEROS  TO W-DUP-EXCL
        PERFORM CLI-AVISAR-DUPLICADOS
        IF W-DUP-CNT > ZEROS
            DISPLAY "  Registrar igualmente? (S/N): " WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP NOT = "S"
                DISPLAY "  Alta cancelada. Use el ID existente "
                        W-DUP-PRIMERO
                MOVE "S" TO W-ERR
            END-IF
        END-IF
    END-IF
    IF W-ERR = "N"
        ADD 1 TO G-N-CLI
        ADD 1 TO G-ID-CLI
        MOVE G-N-CLI TO W-K
        MOVE G-ID-CLI         TO C-ID(W-K)
        MOVE NC-NOM           TO C-NOMBRE(W-K)
        MOVE NC-APE           TO C-APELLIDOS(W-K)
        MOVE NC-DOC           TO C-DOC(W-K)
        MOVE NC-TEL           TO C-TEL(W-K)
        MOVE NC-EML           TO C-EMAIL(W-K)
        MOVE NC-PAI           TO C-PAIS(W-K)
        MOVE NC-IDI           TO C-IDIOMA(W-K)
        MOVE NC-OBS           TO C-OBSERVACIONES(W-K)
        MOVE NC-PUB           TO C-PUBLI(W-K)
        MOVE "N"              TO C-CAT(W-K)
        MOVE ZEROS            TO C-PUNTOS(W-K)
        MOVE ZEROS            TO C-ESTANCIAS(W-K)
        MOVE ZEROS            TO C-GASTO(W-K)
        MOVE ZEROS            TO C-NOCHES-TOTAL(W-K)
        MOVE "S"              TO C-ACTIVO(W-K)
        MOVE SES-FECHA        TO C-FECHA-ALTA(W-K)
        *> Nombre completo
        MOVE SPACES TO C-NOMBRE-COMP(W-K)
        MOVE NC-NOM TO C-NOMBRE-COMP(W-K)
        MOVE NC-APE TO W-TXT
        INSPECT W-TXT TALLYING W-NUM FOR LEADING SPACES
        IF W-NUM < 35
            STRING NC-NOM DELIMITED SIZE
                   " "   DELIMITED SIZE
                   NC-APE DELIMITED SIZE
                   INTO C-NOMBRE-COMP(W-K)
        END-IF
        MOVE G-ID-CLI TO D-CNT
        DISPLAY "  *** CLIENTE REGISTRADO -- ID: " D-CNT " ***"
        IF NC-PUB = "S"
            MOVE "N" TO W-TXT
            PERFORM CLI-ANOTAR-CONSENTIMIENTO
        END-IF
        PERFORM DIARIO-CLI
        ADD 1 TO SES-OPS
    END-IF
    .

CLI-ALTA-RAPIDA.
    MOVE "N" TO W-ERR
    IF G-N-CLI >= CFG-MAX-CLI
        DISPLAY "  [!] Sin capacidad para nuevos clientes"
        MOVE "S" TO W-ERR
    END-IF
    IF W-ERR = "N"
        DISPLAY " "
        DISPLAY "  -- Alta rapida de cliente --"
        DISPLAY "  Nombre y apellidos : " WITH NO ADVANCING
        ACCEPT NC-NOM
        DISPLAY "  N. Documento       : " WITH NO ADVANCING
        ACCEPT NC-DOC
        DISPLAY "  Telefono           : " WITH NO ADVANCING
        ACCEPT NC-TEL
        DISPLAY "  Pais               : " WITH NO ADVANCING
        ACCEPT NC-PAI
        MOVE NC-DOC TO W-DUP-DOC
        MOVE SPACES TO W-DUP-EML
        MOVE NC-TEL TO W-DUP-TEL
        MOVE NC-NOM TO W-DUP-NOM
        MOVE ZEROS  TO W-DUP-EXCL
        PERFORM CLI-AVISAR-DUPLICADOS
        IF W-DUP-CNT > ZEROS
            DISPLAY "  Registrar igualmente? (S/N): " WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            IF W-RESP NOT = "S"
                DISPLAY "  Alta cancelada. Use el ID existente "
                        W-DUP-PRIMERO
                MOVE "S" TO W-ERR
            END-IF
        END-IF
    END-IF
    IF W-ERR = "N"
        MOVE "  " TO NC-APE
        MOVE "  " TO NC-EML
        MOVE "ES" TO NC-IDI
        MOVE "  " TO NC-OBS
        ADD 1 TO G-N-CLI
        ADD 1 TO G-ID-CLI
        MOVE G-N-CLI TO W-IDX-C
        MOVE G-ID-CLI    TO C-ID(W-IDX-C)
        MOVE NC-NOM      TO C-NOMBRE(W-IDX-C)
        MOVE NC-NOM      TO C-NOMBRE-COMP(W-IDX-C)
        MOVE NC-DOC      TO C-DOC(W-IDX-C)
        MOVE NC-TEL      TO C-TEL(W-IDX-C)
        MOVE NC-PAI      TO C-PAIS(W-IDX-C)
        MOVE "N"         TO C-CAT(W-IDX-C)
        MOVE "N"         TO C-PUBLI(W-IDX-C)
        MOVE ZEROS       TO C-PUNTOS(W-IDX-C)
        MOVE ZEROS       TO C-ESTANCIAS(W-IDX-C)
        MOVE ZEROS       TO C-GASTO(W-IDX-C)
        MOVE ZEROS       TO C-NOCHES-TOTAL(W-IDX-C)
        MOVE "S"         TO C-ACTIVO(W-IDX-C)
        MOVE SES-FECHA   TO C-FECHA-ALTA(W-IDX-C)
        MOVE G-ID-CLI TO D-CNT
        DISPLAY "  Cliente dado de alta. ID: " D-CNT
        MOVE W-IDX-C TO W-K
        PERFORM DIARIO-CLI
    END-IF
    .

CLI-FICHA.
    DISPLAY " "
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        DISPLAY "  [!] Cliente no encontrado"
    ELSE
        MOVE W-IDX-C TO W-K
        DISPLAY " "
        DISPLAY L-DOBLE
        DISPLAY "  FICHA DE CLIENTE -- ID " C-ID(W-K)
        DISPLAY L-DOBLE
        DISPLAY "  Nombre        : " C-NOMBRE(W-K)
        IF C-APELLIDOS(W-K) NOT = SPACES
            DISPLAY "  Apellidos     : " C-APELLIDOS(W-K)
        END-IF
        DISPLAY "  Documento     : " C-DOC(W-K)
        DISPLAY "  Telefono      : " C-TEL(W-K)
        IF C-EMAIL(W-K) NOT = SPACES
            DISPLAY "  Email         : " C-EMAIL(W-K)
        END-IF
        DISPLAY "  Pais          : " C-PAIS(W-K)
        DISPLAY "  Idioma        : " C-IDIOMA(W-K)
        DISPLAY "  Com.comercial : " C-PUBLI(W-K)
        DISPLAY L-SIMPLE
        EVALUATE C-CAT(W-K)
            WHEN "G"
                MOVE "DTO-G" TO W-PARAM-COD
                PERFORM OBTENER-PARAM
                MULTIPLY W-PARAM-VAL BY 100 GIVING W-TEMP
                MOVE W-TEMP TO D-PCT
                DISPLAY "  Categoria     : ** GOLD ** (descuento "
                        D-PCT "%)"
            WHEN "P"
                MOVE "DTO-P" TO W-PARAM-COD
                PERFORM OBTENER-PARAM
                MULTIPLY W-PARAM-VAL BY 100 GIVING W-TEMP
                MOVE W-TEMP TO D-PCT
                DISPLAY "  Categoria     : * PLUS * (descuento "
                        D-PCT "%)"
            WHEN "N"
                DISPLAY "  Categoria     : Normal"
        END-EVALUATE
        DISPLAY "  Puntos        : " C-PUNTOS(W-K)
        DISPLAY "  Estancias     : " C-ESTANCIAS(W-K)
        DISPLAY "  Noches total  : " C-NOCHES-TOTAL(W-K)
        MOVE C-GASTO(W-K) TO D-IMP2
        DISPLAY "  Gasto total   : " D-IMP2 " EUR"
        DISPLAY "  Alta          : " C-FECHA-ALTA(W-K)
        IF C-OBSERVACIONES(W-K) NOT = SPACES
            DISPLAY "  Observaciones : " C-OBSERVACIONES(W-K)
        END-IF
        DISPLAY L-SIMPLE
        *> Reservas del cliente
        MOVE ZEROS TO W-CNT
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
            IF R-CLI-ID(W-J) = C-ID(W-K) AND
               R-ESTADO(W-J) NOT = "X"
                ADD 1 TO W-CNT
            END-IF
        END-PERFORM
        MOVE W-CNT TO D-CNT
        DISPLAY "  Reservas activas: " D-CNT
        DISPLAY L-SIMPLE
        PERFORM MOSTRAR-HISTORIAL-PUNTOS
        DISPLAY L-DOBLE
    END-IF
    .

CLI-EDITAR.
    DISPLAY " "
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        DISPLAY "  [!] Cliente no encontrado"
    ELSE
        MOVE W-IDX-C TO W-K
        DISPLAY "  Editando: " C-NOMBRE-COMP(W-K)
        DISPLAY "  Tel actual: " C-TEL(W-K)
        DISPLAY "  Nuevo tel (Enter=mantener): " WITH NO ADVANCING
        ACCEPT NC-TEL
        IF NC-TEL NOT = SPACES
            MOVE NC-TEL TO C-TEL(W-K)
        END-IF
        DISPLAY "  Email actual: " C-EMAIL(W-K)
        DISPLAY "  Nuevo email (Enter=mantener): " WITH NO ADVANCING
        ACCEPT NC-EML
        IF NC-EML NOT = SPACES
            MOVE NC-EML TO C-EMAIL(W-K)
        END-IF
        DISPLAY "  Observ. actual: " C-OBSERVACIONES(W-K)
        DISPLAY "  Nueva observacion (Enter=mantener): "
                WITH NO ADVANCING
        ACCEPT NC-OBS
        IF NC-OBS NOT = SPACES
            MOVE NC-OBS TO C-OBSERVACIONES(W-K)
        END-IF
        DISPLAY "  Comunicaciones comerciales: " C-PUBLI(W-K)
        DISPLAY "  Acepta comunicaciones comerciales? (S/N, "
                "Enter=mantener): " WITH NO ADVANCING
        ACCEPT NC-PUB
        MOVE FUNCTION UPPER-CASE(NC-PUB) TO NC-PUB
        IF (NC-PUB = "S" OR NC-PUB = "N")
           AND NC-PUB NOT = C-PUBLI(W-K)
            MOVE C-PUBLI(W-K) TO W-TXT
            MOVE NC-PUB       TO C-PUBLI(W-K)
            PERFORM CLI-ANOTAR-CONSENTIMIENTO
        END-IF
        DISPLAY "  *** DATOS ACTUALIZADOS ***"
        PERFORM DIARIO-CLI
        ADD 1 TO SES-OPS
    END-IF
    .

*> Deja constancia en RGPD.DAT del cambio de consentimiento para
*> comunicaciones comerciales del cliente W-K (valor anterior en
*> W-TXT).
CLI-ANOTAR-CONSENTIMIENTO.
    MOVE "C"          TO W-RG-TIPO
    MOVE "CLI"        TO W-RG-FICH
    MOVE C-ID(W-K)    TO W-RG-CLAVE
    MOVE C-ID(W-K)    TO W-RG-LOG-CLI
    MOVE SPACES       TO W-RG-DET
    STRING "Comunicaciones comerciales " W-TXT(1:1) " -> "
           C-PUBLI(W-K)
        DELIMITED BY SIZE INTO W-RG-DET
    MOVE ZEROS        TO W-AUT-SUP
    PERFORM RGPD-ANOTAR
    .

CLI-BUSCAR.
    DISPLAY " "
    DISPLAY "  Buscar por (1=Nombre 2=Documento 3=Pais): "
            WITH NO ADVANCING
    ACCEPT W-SUB
    DISPLAY "  Texto a buscar: " WITH NO ADVANCING
    ACCEPT W-TXT
    MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF C-ACTIVO(W-K) = "S"
            MOVE FUNCTION UPPER-CASE(C-NOMBRE-COMP(W-K)) TO W-TXT2
            EVALUATE W-SUB
                WHEN 1
                    IF W-TXT2(1:6) = W-TXT(1:6) OR
                       W-TXT2(1:5) = W-TXT(1:5) OR
                       W-TXT2(1:4) = W-TXT(1:4) OR
                       W-TXT2(1:3) = W-TXT(1:3)
                        ADD 1 TO W-CNT
                        MOVE C-GASTO(W-K) TO D-IMP2
                        DISPLAY "  ID " C-ID(W-K)
                                " " C-NOMBRE-COMP(W-K)(1:28)
                                " " C-PAIS(W-K)(1:12)
                                " Cat:" C-CAT(W-K)
                    END-IF
                WHEN 2
                    IF C-DOC(W-K)(1:8) = W-TXT(1:8)
                        ADD 1 TO W-CNT
                        DISPLAY "  ID " C-ID(W-K)
                                " " C-NOMBRE-COMP(W-K)(1:30)
                                " Doc:" C-DOC(W-K)
                    END-IF
                WHEN 3
                    MOVE FUNCTION UPPER-CASE(C-PAIS(W-K)) TO W-TXT2
                    IF W-TXT2(1:5) = W-TXT(1:5)
                        ADD 1 TO W-CNT
                        DISPLAY "  ID " C-ID(W-K)
                                " " C-NOMBRE-COMP(W-K)(1:30)
                                " " C-PAIS(W-K)
                    END-IF
            END-EVALUATE
        END-IF
    END-PERFORM
    MOVE W-CNT TO D-CNT
    IF W-CNT = ZEROS
        DISPLAY "  Sin resultados."
    ELSE
        DISPLAY "  Encontrados: " D-CNT
    END-IF
    .

CLI-VIP.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CLIENTES VIP (GOLD y PLUS)"
    DISPLAY L-DOBLE
    DISPLAY "  ID     NOMBRE                         CAT    PUNTOS    GASTO EUR"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF (C-CAT(W-K) = "G" OR C-CAT(W-K) = "P")
           AND C-ACTIVO(W-K) = "S"
            ADD 1 TO W-CNT
            MOVE C-GASTO(W-K) TO D-IMP2
            DISPLAY "  " C-ID(W-K)
                    "  " C-NOMBRE-COMP(W-K)(1:28)
                    "  " C-CAT(W-K)
                    "  " C-PUNTOS(W-K)
                    "  " D-IMP2
        END-IF
    END-PERFORM
    DISPLAY L-SIMPLE
    IF W-CNT = ZEROS
        DISPLAY "  Sin clientes VIP por ahora."
    ELSE
        MOVE W-CNT TO D-CNT
        DISPLAY "  Total VIP: " D-CNT
    END-IF
    DISPLAY L-DOBLE
    .

CLI-CANJEAR.
    DISPLAY " "
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        DISPLAY "  [!] Cliente no encontrado"
    ELSE
        MOVE W-IDX-C TO W-K
        DISPLAY "  Cliente : " C-NOMBRE-COMP(W-K)
        DISPLAY "  Puntos  : " C-PUNTOS(W-K)
        MOVE "PTS-EUR" TO W-PARAM-COD
        PERFORM OBTENER-PARAM
        DIVIDE W-PARAM-VAL INTO C-PUNTOS(W-K) GIVING W-TEMP
        MOVE W-TEMP TO D-IMP
        DISPLAY "  Valor   : " D-IMP " EUR"
        PERFORM MOSTRAR-HISTORIAL-PUNTOS
        IF C-PUNTOS(W-K) < 100
            DISPLAY "  [!] Minimo 100 puntos para canjear"
        ELSE
            DISPLAY "  Puntos a canjear (min 100): " WITH NO ADVANCING
            ACCEPT W-NUM
            IF W-NUM < 100 OR W-NUM > C-PUNTOS(W-K)
                DISPLAY "  [!] Puntos invalidos o insuficientes"
            ELSE
                SUBTRACT W-NUM FROM C-PUNTOS(W-K)
                MOVE "C"       TO W-PUNTOS-TIPO
                MOVE ZEROS     TO W-PUNTOS-RES-ID
                MOVE W-NUM     TO W-PUNTOS-CANT
                PERFORM REGISTRAR-MOVIMIENTO-PUNTOS
                MOVE "PTS-EUR" TO W-PARAM-COD
                PERFORM OBTENER-PARAM
                DIVIDE W-PARAM-VAL INTO W-NUM GIVING W-TEMP
                MOVE W-TEMP TO D-IMP
                DISPLAY "  *** CANJEADOS " W-NUM " puntos = " D-IMP " EUR ***"
                PERFORM DIARIO-CLI
                ADD 1 TO SES-OPS
            END-IF
        END-IF
    END-IF
    .

CLI-RANKING.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  RANKING DE FIDELIZACION"
    DISPLAY L-DOBLE
    DISPLAY "  NOMBRE                         EST  NOCHES  GASTO EUR     CAT"
    DISPLAY L-SIMPLE
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF C-ACTIVO(W-K) = "S" AND C-ESTANCIAS(W-K) > ZEROS
            ADD 1 TO W-CNT
            MOVE C-GASTO(W-K) TO D-IMP2
            DISPLAY "  " C-NOMBRE-COMP(W-K)(1:28)
                    "  " C-ESTANCIAS(W-K)
                    "  " C-NOCHES-TOTAL(W-K)
                    "  " D-IMP2
                    "  " C-CAT(W-K)
        END-IF
    END-PERFORM
    DISPLAY L-DOBLE
    .

*> ----------------------------------------------------------------
*> Avisa de las fichas activas que parecen la misma persona que la
*> que se va a dar de alta (W-DUP-DOC/EML/TEL/NOM ya preparados por
*> el llamador; W-DUP-EXCL = ficha a no comparar, o ceros). Deja
*> en W-DUP-CNT cuantas hay y en W-DUP-PRIMERO el ID de la primera.
*> ----------------------------------------------------------------
CLI-AVISAR-DUPLICADOS.
    MOVE ZEROS TO W-DUP-CNT W-DUP-PRIMERO
    PERFORM CLI-PREPARAR-CLAVES
    PERFORM VARYING W-DUP-K FROM 1 BY 1 UNTIL W-DUP-K > G-N-CLI
        IF C-ACTIVO(W-DUP-K) = "S"
            PERFORM CLI-COMPARAR-DUPLICADO
            IF W-DUP-MOT NOT = SPACES
                ADD 1 TO W-DUP-CNT
                IF W-DUP-PRIMERO = ZEROS
                    MOVE C-ID(W-DUP-K) TO W-DUP-PRIMERO
                END-IF
                DISPLAY "  [!] Posible duplicado: ID " C-ID(W-DUP-K)
                        " " C-NOMBRE-COMP(W-DUP-K)(1:25)
                        " -- coincide: " W-DUP-MOT(1:20)
            END-IF
        END-IF
    END-PERFORM
    .

*> Normaliza las claves de comparacion a mayusculas y obtiene la
*> clave de nombre del candidato.
CLI-PREPARAR-CLAVES.
    MOVE FUNCTION UPPER-CASE(W-DUP-DOC) TO W-DUP-DOC
    MOVE FUNCTION UPPER-CASE(W-DUP-EML) TO W-DUP-EML
    MOVE W-DUP-NOM TO W-TXT2
    PERFORM CLI-CLAVE-NOMBRE
    MOVE W-DUP-CLAVE-C TO W-DUP-CLAVE
    .

*> Clave de nombre: las 12 primeras letras del nombre en W-TXT2,
*> en mayusculas y sin blancos (las fichas guardan el nombre
*> completo con distinto relleno segun por donde se dieron de alta).
CLI-CLAVE-NOMBRE.
    MOVE FUNCTION UPPER-CASE(W-TXT2) TO W-TXT2
    MOVE SPACES TO W-DUP-CLAVE-C
    MOVE ZEROS  TO W-DUP-L
    PERFORM VARYING W-DUP-I FROM 1 BY 1
            UNTIL W-DUP-I > 50 OR W-DUP-L >= 12
        IF W-TXT2(W-DUP-I:1) NOT = SPACE
            ADD 1 TO W-DUP-L
            MOVE W-TXT2(W-DUP-I:1) TO W-DUP-CLAVE-C(W-DUP-L:1)
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Compara las claves W-DUP-* con la ficha de la fila W-DUP-K y deja
*> en W-DUP-MOT en que coinciden (DOC / EMAIL / TEL / NOMBRE), o
*> espacios si en nada. Nombre parecido = mismas 12 primeras letras
*> del nombre completo, sin blancos ni distinguir mayusculas (no se
*> compara si el nombre tiene menos de 6 letras).
*> ----------------------------------------------------------------
CLI-COMPARAR-DUPLICADO.
    MOVE SPACES TO W-DUP-MOT
    MOVE 1 TO W-DUP-PTR
    IF C-ID(W-DUP-K) NOT = W-DUP-EXCL
        IF W-DUP-DOC NOT = SPACES
            MOVE FUNCTION UPPER-CASE(C-DOC(W-DUP-K)) TO W-TXT2
            IF W-TXT2(1:15) = W-DUP-DOC
                STRING "DOC " DELIMITED BY SIZE
                    INTO W-DUP-MOT WITH POINTER W-DUP-PTR
            END-IF
        END-IF
        IF W-DUP-EML NOT = SPACES
            MOVE FUNCTION UPPER-CASE(C-EMAIL(W-DUP-K)) TO W-TXT2
            IF W-TXT2(1:40) = W-DUP-EML
                STRING "EMAIL " DELIMITED BY SIZE
                    INTO W-DUP-MOT WITH POINTER W-DUP-PTR
            END-IF
        END-IF
        IF W-DUP-TEL NOT = SPACES
           AND C-TEL(W-DUP-K) = W-DUP-TEL
            STRING "TEL " DELIMITED BY SIZE
                INTO W-DUP-MOT WITH POINTER W-DUP-PTR
        END-IF
        IF W-DUP-CLAVE(6:1) NOT = SPACE
            MOVE C-NOMBRE-COMP(W-DUP-K) TO W-TXT2
            PERFORM CLI-CLAVE-NOMBRE
            IF W-DUP-CLAVE-C = W-DUP-CLAVE
                STRING "NOMBRE" DELIMITED BY SIZE
                    INTO W-DUP-MOT WITH POINTER W-DUP-PTR
            END-IF
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Listado de posibles duplicados en todo el fichero de clientes:
*> cada pareja de fichas activas que coincide en documento, email,
*> telefono o nombre. Se vuelca a DUPLIC-<fecha>.TXT para revisar
*> y fusionar las que de verdad sean la misma persona.
*> ----------------------------------------------------------------
CLI-DUPLICADOS.
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "DUPLIC-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "CLIENTES POSIBLEMENTE DUPLICADOS" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  CLIENTES POSIBLEMENTE DUPLICADOS" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  ID     NOMBRE                  ID     NOMBRE          COINCIDE"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF C-ACTIVO(W-K) = "S"
            MOVE C-DOC(W-K)         TO W-DUP-DOC
            MOVE C-EMAIL(W-K)       TO W-DUP-EML
            MOVE C-TEL(W-K)         TO W-DUP-TEL
            MOVE C-NOMBRE-COMP(W-K) TO W-DUP-NOM
            MOVE C-ID(W-K)          TO W-DUP-EXCL
            PERFORM CLI-PREPARAR-CLAVES
            COMPUTE W-DUP-K = W-K + 1
            PERFORM UNTIL W-DUP-K > G-N-CLI
                IF C-ACTIVO(W-DUP-K) = "S"
                    PERFORM CLI-COMPARAR-DUPLICADO
                    IF W-DUP-MOT NOT = SPACES
                        ADD 1 TO W-CNT
                        STRING "  " C-ID(W-K) "  "
                               C-NOMBRE-COMP(W-K)(1:22) "  "
                               C-ID(W-DUP-K) "  "
                               C-NOMBRE-COMP(W-DUP-K)(1:14) "  "
                               W-DUP-MOT(1:18)
                            DELIMITED BY SIZE INTO W-LIN
                        PERFORM IMPRIMIR-LIN
                    END-IF
                END-IF
                ADD 1 TO W-DUP-K
            END-PERFORM
        END-IF
    END-PERFORM
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-CNT = ZEROS
        MOVE "  No se han encontrado posibles duplicados." TO W-LIN
    ELSE
        MOVE W-CNT TO D-CNT
        STRING "  Parejas sospechosas: " D-CNT
               "  (fusionar desde Clientes, opcion 8)"
            DELIMITED BY SIZE INTO W-LIN
    END-IF
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    ADD 1 TO SES-OPS
    .

*> ----------------------------------------------------------------
*> Fusion de fichas: la ficha duplicada (origen) se absorbe en la
*> que se conserva (destino). Reservas vivas e historicas, libro de
*> puntos, registro de viajeros y lista de espera pasan al destino;
*> puntos, estancias, gasto y noches se suman; la ficha origen
*> queda inactiva. Pide supervisor y queda en FUSIONES.DAT.
*> ----------------------------------------------------------------
CLI-FUSIONAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  FUSION DE FICHAS DE CLIENTE DUPLICADAS"
    DISPLAY L-DOBLE
    DISPLAY "  ID de la ficha que se conserva : " WITH NO ADVANCING
    ACCEPT W-FUS-DESTINO
    DISPLAY "  ID de la ficha duplicada       : " WITH NO ADVANCING
    ACCEPT W-FUS-ORIGEN
    MOVE "N" TO W-ERR
    MOVE W-FUS-DESTINO TO W-BUSCAR-C
    PERFORM BUSCAR-CLI
    MOVE W-IDX-C TO W-FUS-IDX-D
    IF W-ENC = "N"
        DISPLAY "  [!] La ficha que se conserva no existe"
        MOVE "S" TO W-ERR
    END-IF
    MOVE W-FUS-ORIGEN TO W-BUSCAR-C
    PERFORM BUSCAR-CLI
    MOVE W-IDX-C TO W-FUS-IDX-O
    IF W-ENC = "N"
        DISPLAY "  [!] La ficha duplicada no existe"
        MOVE "S" TO W-ERR
    END-IF
    IF W-ERR = "N"
        IF W-FUS-DESTINO = W-FUS-ORIGEN
            DISPLAY "  [!] Las dos fichas son la misma"
            MOVE "S" TO W-ERR
        ELSE
            IF C-ACTIVO(W-FUS-IDX-D) NOT = "S"
               OR C-ACTIVO(W-FUS-IDX-O) NOT = "S"
                DISPLAY "  [!] Solo se fusionan fichas activas"
                MOVE "S" TO W-ERR
            END-IF
        END-IF
    END-IF
    IF W-ERR = "N"
        DISPLAY L-SIMPLE
        DISPLAY "  CONSERVA: " C-ID(W-FUS-IDX-D) " "
                C-NOMBRE-COMP(W-FUS-IDX-D)(1:30)
                " Doc " C-DOC(W-FUS-IDX-D)
        DISPLAY "            Puntos " C-PUNTOS(W-FUS-IDX-D)
                "  Estancias " C-ESTANCIAS(W-FUS-IDX-D)
                "  Noches " C-NOCHES-TOTAL(W-FUS-IDX-D)
        DISPLAY "  ABSORBE : " C-ID(W-FUS-IDX-O) " "
                C-NOMBRE-COMP(W-FUS-IDX-O)(1:30)
                " Doc " C-DOC(W-FUS-IDX-O)
        DISPLAY "            Puntos " C-PUNTOS(W-FUS-IDX-O)
                "  Estancias " C-ESTANCIAS(W-FUS-IDX-O)
                "  Noches " C-NOCHES-TOTAL(W-FUS-IDX-O)
        DISPLAY L-SIMPLE
        DISPLAY "  La ficha " W-FUS-ORIGEN " quedara inactiva. "
                "Confirmar fusion? (S/N): " WITH NO ADVANCING
        ACCEPT W-RESP
        MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
        IF W-RESP = "S"
            MOVE "CLI-FUS"     TO W-AO-ACCION
            MOVE W-FUS-ORIGEN  TO W-AO-REF
            MOVE SPACES        TO W-AO-ANTES
            STRING "Ficha " W-FUS-ORIGEN " activa"
                DELIMITED BY SIZE INTO W-AO-ANTES
            MOVE SPACES        TO W-AO-DESPUES
            STRING "Fusionada en ficha " W-FUS-DESTINO
                DELIMITED BY SIZE INTO W-AO-DESPUES
            PERFORM SUPERVISOR-AUTORIZAR
            IF W-AUT-OK = "S"
                PERFORM CLI-FUSION-APLICAR
            END-IF
        ELSE
            DISPLAY "  Fusion cancelada."
        END-IF
    END-IF
    .

CLI-FUSION-APLICAR.
    MOVE ZEROS TO W-FUS-N-RES W-FUS-N-HIST W-FUS-N-PUNTOS
    MOVE ZEROS TO W-FUS-N-VIAJ W-FUS-N-ESP
    *> reservas vivas y lista de espera (en memoria)
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-CLI-ID(W-J) = W-FUS-ORIGEN
            MOVE W-FUS-DESTINO TO R-CLI-ID(W-J)
            ADD 1 TO W-FUS-N-RES
        END-IF
    END-PERFORM
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        IF E-CLI-ID(W-IDX-E) = W-FUS-ORIGEN
            MOVE W-FUS-DESTINO TO E-CLI-ID(W-IDX-E)
            ADD 1 TO W-FUS-N-ESP
        END-IF
    END-PERFORM
    *> ficheros de solo anadir: se reescriben por el de trabajo
    PERFORM CLI-FUSION-HISTORICO
    PERFORM CLI-FUSION-PUNTOS
    PERFORM CLI-FUSION-VIAJEROS
    *> acumulados y datos de contacto que falten en el destino
    MOVE W-FUS-IDX-D TO W-K
    ADD C-PUNTOS(W-FUS-IDX-O)       TO C-PUNTOS(W-K)
    ADD C-ESTANCIAS(W-FUS-IDX-O)    TO C-ESTANCIAS(W-K)
    ADD C-GASTO(W-FUS-IDX-O)        TO C-GASTO(W-K)
    ADD C-NOCHES-TOTAL(W-FUS-IDX-O) TO C-NOCHES-TOTAL(W-K)
    IF C-DOC(W-K) = SPACES
        MOVE C-DOC(W-FUS-IDX-O) TO C-DOC(W-K)
    END-IF
    IF C-TEL(W-K) = SPACES
        MOVE C-TEL(W-FUS-IDX-O) TO C-TEL(W-K)
    END-IF
    IF C-EMAIL(W-K) = SPACES
        MOVE C-EMAIL(W-FUS-IDX-O) TO C-EMAIL(W-K)
    END-IF
    IF C-PAIS(W-K) = SPACES
        MOVE C-PAIS(W-FUS-IDX-O) TO C-PAIS(W-K)
    END-IF
    PERFORM CLI-RECALCULAR-CATEGORIA
    IF C-PUNTOS(W-FUS-IDX-O) > ZEROS
        MOVE "U"                    TO W-PUNTOS-TIPO
        MOVE W-FUS-ORIGEN           TO W-PUNTOS-RES-ID
        MOVE C-PUNTOS(W-FUS-IDX-O)  TO W-PUNTOS-CANT
        PERFORM REGISTRAR-MOVIMIENTO-PUNTOS
    END-IF
    *> registro de la fusion
    ACCEPT W-HORA-SIS FROM TIME
    MOVE SES-FECHA       TO FU-FECHA
    MOVE SPACES          TO FU-HORA
    STRING W-HORA-SIS(1:2) ":" W-HORA-SIS(3:2) ":" W-HORA-SIS(5:2)
        DELIMITED BY SIZE INTO FU-HORA
    MOVE SES-OPER-ID     TO FU-OPER
    MOVE W-AUT-SUP       TO FU-SUP
    MOVE W-FUS-DESTINO   TO FU-DESTINO
    MOVE W-FUS-ORIGEN    TO FU-ORIGEN
    MOVE C-NOMBRE-COMP(W-FUS-IDX-O) TO FU-NOMBRE-ORIG
    MOVE C-DOC(W-FUS-IDX-O)         TO FU-DOC-ORIG
    MOVE C-EMAIL(W-FUS-IDX-O)       TO FU-EMAIL-ORIG
    MOVE W-FUS-N-RES     TO FU-N-RES
    MOVE W-FUS-N-HIST    TO FU-N-HIST
    MOVE W-FUS-N-PUNTOS  TO FU-N-PUNTOS
    MOVE W-FUS-N-VIAJ    TO FU-N-VIAJ
    MOVE W-FUS-N-ESP     TO FU-N-ESP
    MOVE C-PUNTOS(W-FUS-IDX-O)       TO FU-PUNTOS
    MOVE C-ESTANCIAS(W-FUS-IDX-O)    TO FU-ESTANCIAS
    MOVE C-GASTO(W-FUS-IDX-O)        TO FU-GASTO
    MOVE C-NOCHES-TOTAL(W-FUS-IDX-O) TO FU-NOCHES
    OPEN EXTEND F-FUS
    WRITE FU-REC
    CLOSE F-FUS
    *> la ficha absorbida queda inactiva y sin acumulados
    MOVE ZEROS TO C-PUNTOS(W-FUS-IDX-O) C-ESTANCIAS(W-FUS-IDX-O)
    MOVE ZEROS TO C-GASTO(W-FUS-IDX-O) C-NOCHES-TOTAL(W-FUS-IDX-O)
    MOVE "N"   TO C-ACTIVO(W-FUS-IDX-O)
    MOVE SPACES TO C-OBSERVACIONES(W-FUS-IDX-O)
    STRING "Fusionada en ficha " W-FUS-DESTINO
        DELIMITED BY SIZE INTO C-OBSERVACIONES(W-FUS-IDX-O)
    *> reservas, espera y clientes cambiados en bloque: checkpoint
    PERFORM SISTEMA-CHECKPOINT
    DISPLAY L-SIMPLE
    DISPLAY "  *** FICHA " W-FUS-ORIGEN " FUSIONADA EN "
            W-FUS-DESTINO " ***"
    DISPLAY "  Reservas: " W-FUS-N-RES "  Historico: " W-FUS-N-HIST
            "  Puntos: " W-FUS-N-PUNTOS "  Viajeros: " W-FUS-N-VIAJ
            "  Espera: " W-FUS-N-ESP
    MOVE W-FUS-IDX-D TO W-K
    DISPLAY "  Ficha resultante: puntos " C-PUNTOS(W-K)
            "  estancias " C-ESTANCIAS(W-K)
            "  categoria " C-CAT(W-K)
    DISPLAY L-DOBLE
    ADD 1 TO SES-OPS
    .

*> Pasa al destino las reservas del historico de la ficha origen.
CLI-FUSION-HISTORICO.
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        OPEN OUTPUT F-WRK
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-CLI-ID = W-FUS-ORIGEN
                MOVE W-FUS-DESTINO TO RH-CLI-ID
                ADD 1 TO W-FUS-N-HIST
            END-IF
            WRITE WK-REC FROM RH-REC
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
        CLOSE F-WRK
        IF W-FUS-N-HIST > ZEROS
            OPEN INPUT F-WRK
            OPEN OUTPUT F-HIST
            READ F-WRK
            PERFORM UNTIL WS-FS = "10"
                WRITE RH-REC FROM WK-REC
                READ F-WRK
            END-PERFORM
            CLOSE F-WRK
            CLOSE F-HIST
        END-IF
    END-IF
    .

*> Pasa al destino los movimientos de puntos de la ficha origen.
CLI-FUSION-PUNTOS.
    OPEN INPUT F-PUNTOS
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-PUNTOS
    ELSE
        OPEN OUTPUT F-WRK
        READ F-PUNTOS
        PERFORM UNTIL WS-FS = "10"
            IF PT-CLI-ID = W-FUS-ORIGEN
                MOVE W-FUS-DESTINO TO PT-CLI-ID
                ADD 1 TO W-FUS-N-PUNTOS
            END-IF
            WRITE WK-REC FROM PT-REC
            READ F-PUNTOS
        END-PERFORM
        CLOSE F-PUNTOS
        CLOSE F-WRK
        IF W-FUS-N-PUNTOS > ZEROS
            OPEN INPUT F-WRK
            OPEN OUTPUT F-PUNTOS
            READ F-WRK
            PERFORM UNTIL WS-FS = "10"
                WRITE PT-REC FROM WK-REC
                READ F-WRK
            END-PERFORM
            CLOSE F-WRK
            CLOSE F-PUNTOS
        END-IF
    END-IF
    .

*> Pasa al destino las filas del registro de viajeros de la ficha
*> origen (estancias registradas a su nombre como titular).
CLI-FUSION-VIAJEROS.
    OPEN INPUT F-VIAJ
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-VIAJ
    ELSE
        OPEN OUTPUT F-WRK
        READ F-VIAJ
        PERFORM UNTIL WS-FS = "10"
            IF VJ-CLI-ID = W-FUS-ORIGEN
                MOVE W-FUS-DESTINO TO VJ-CLI-ID
                ADD 1 TO W-FUS-N-VIAJ
            END-IF
            WRITE WK-REC FROM VJ-REC
            READ F-VIAJ
        END-PERFORM
        CLOSE F-VIAJ
        CLOSE F-WRK
        IF W-FUS-N-VIAJ > ZEROS
            OPEN INPUT F-WRK
            OPEN OUTPUT F-VIAJ
            READ F-WRK
            PERFORM UNTIL WS-FS = "10"
                WRITE VJ-REC FROM WK-REC
                READ F-WRK
            END-PERFORM
            CLOSE F-WRK
            CLOSE F-VIAJ
        END-IF
    END-IF
    .

*> ================================================================
*> PROTECCION DE DATOS PERSONALES (RGPD)
*> Los datos personales solo se guardan mientras hacen falta: el
*> proceso de conservacion anonimiza lo que ha superado su plazo
*> (parametros RGPD-VIA viajeros, RGPD-CLI fichas sin actividad,
*> RGPD-HIS historico de reservas y RGPD-ESP lista de espera, en
*> anos). La supresion a peticion hace lo mismo para un cliente, y
*> el informe de acceso reune en un documento todo lo que se guarda
*> de el. Anonimizar = sustituir nombre por ANONIMIZADO y vaciar
*> documento, contacto y notas; ids, fechas e importes se conservan
*> para la estadistica. Los registros de facturas (FACT.DAT y
*> RECTIF.DAT) no se tocan nunca: la ley fiscal obliga a guardarlos.
*> Todo queda anotado en RGPD.DAT.
*> ================================================================
MENU-RGPD.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** PROTECCION DE DATOS (RGPD) ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Proceso de conservacion (anonimizar caducados)"
    DISPLAY "  2. Supresion de datos a peticion del cliente"
    DISPLAY "  3. Informe de acceso a los datos de un cliente"
    DISPLAY "  4. Plazos de conservacion vigentes"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM RGPD-CONSERVACION
        WHEN 2 PERFORM RGPD-SUPRIMIR
        WHEN 3 PERFORM RGPD-INFORME-ACCESO
        WHEN 4 PERFORM RGPD-PLAZOS
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

*> Fechas de corte: lo anterior a SES-FECHA menos el plazo en anos
*> de cada parametro ha caducado.
RGPD-CALCULAR-CORTES.
    MOVE "RGPD-VIA" TO W-PARAM-COD
    PERFORM RGPD-CORTE-PARAM
    MOVE W-RG-CORTE TO W-RG-CORTE-VIA
    MOVE "RGPD-CLI" TO W-PARAM-COD
    PERFORM RGPD-CORTE-PARAM
    MOVE W-RG-CORTE TO W-RG-CORTE-CLI
    MOVE "RGPD-HIS" TO W-PARAM-COD
    PERFORM RGPD-CORTE-PARAM
    MOVE W-RG-CORTE TO W-RG-CORTE-HIS
    MOVE "RGPD-ESP" TO W-PARAM-COD
    PERFORM RGPD-CORTE-PARAM
    MOVE W-RG-CORTE TO W-RG-CORTE-ESP
    .

RGPD-CORTE-PARAM.
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-RG-ANIOS
    MOVE SES-FECHA(1:4) TO W-RG-ANIO
    SUBTRACT W-RG-ANIOS FROM W-RG-ANIO
    MOVE SES-FECHA TO W-RG-CORTE
    MOVE W-RG-ANIO TO W-RG-CORTE(1:4)
    .

RGPD-PLAZOS.
    PERFORM RGPD-CALCULAR-CORTES
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  PLAZOS DE CONSERVACION DE DATOS PERSONALES"
    DISPLAY L-DOBLE
    DISPLAY "  Registro de viajeros (RGPD-VIA): entradas antes de "
            W-RG-CORTE-VIA
    DISPLAY "  Fichas sin actividad (RGPD-CLI): ultima antes de   "
            W-RG-CORTE-CLI
    DISPLAY "  Historico reservas   (RGPD-HIS): salidas antes de  "
            W-RG-CORTE-HIS
    DISPLAY "  Lista de espera      (RGPD-ESP): estancias antes de "
            W-RG-CORTE-ESP
    DISPLAY L-SIMPLE
    DISPLAY "  Facturas y rectificativas: se conservan siempre"
    DISPLAY "  Los plazos se cambian en Parametros del sistema."
    DISPLAY L-DOBLE
    .

*> ----------------------------------------------------------------
*> Proceso de conservacion: anonimiza en todos los ficheros lo que
*> ha superado su plazo. Pide supervisor.
*> ----------------------------------------------------------------
RGPD-CONSERVACION.
    PERFORM RGPD-CALCULAR-CORTES
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  PROCESO DE CONSERVACION DE DATOS PERSONALES"
    DISPLAY L-DOBLE
    DISPLAY "  Se anonimizaran: viajeros con entrada anterior a "
            W-RG-CORTE-VIA
    DISPLAY "  reservas archivadas con salida anterior a        "
            W-RG-CORTE-HIS
    DISPLAY "  lista de espera con estancia anterior a          "
            W-RG-CORTE-ESP
    DISPLAY "  y fichas sin actividad desde                     "
            W-RG-CORTE-CLI
    DISPLAY "  Continuar? (S/N): " WITH NO ADVANCING
    ACCEPT W-RESP
    MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
    IF W-RESP = "S"
        MOVE "RGPD-RET"  TO W-AO-ACCION
        MOVE SES-FECHA   TO W-AO-REF
        MOVE SPACES      TO W-AO-ANTES
        STRING "Cortes " W-RG-CORTE-VIA " " W-RG-CORTE-CLI
            DELIMITED BY SIZE INTO W-AO-ANTES
        MOVE "Proceso de conservacion" TO W-AO-DESPUES
        PERFORM SUPERVISOR-AUTORIZAR
        IF W-AUT-OK = "S"
            MOVE "R"   TO W-RG-TIPO
            MOVE ZEROS TO W-RG-CLI-ID
            MOVE SPACES TO W-RG-DOC
            PERFORM RGPD-APLICAR
        END-IF
    ELSE
        DISPLAY "  Proceso cancelado."
    END-IF
    .

*> ----------------------------------------------------------------
*> Supresion a peticion: se deniega si el cliente tiene una reserva
*> abierta (pendiente o alojado) o algun saldo por pagar. Los datos
*> del registro de viajeros que aun esten dentro del plazo legal se
*> conservan (obligacion legal) y caeran con el proceso normal.
*> ----------------------------------------------------------------
RGPD-SUPRIMIR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  SUPRESION DE DATOS PERSONALES DE UN CLIENTE"
    DISPLAY L-DOBLE
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        DISPLAY "  [!] Cliente no encontrado"
    ELSE
        MOVE W-IDX-C TO W-RG-IDX
        IF C-NOMBRE(W-RG-IDX) = RGPD-MARCA
            DISPLAY "  [!] La ficha ya esta anonimizada"
        ELSE
            MOVE C-ID(W-RG-IDX) TO W-RG-CLI-ID
            PERFORM RGPD-COMPROBAR-SUPRESION
            IF W-RG-MOTIVO NOT = SPACES
                DISPLAY "  [!] Supresion denegada: " W-RG-MOTIVO
                MOVE "D"           TO W-RG-TIPO
                MOVE "CLI"         TO W-RG-FICH
                MOVE W-RG-CLI-ID   TO W-RG-CLAVE
                MOVE W-RG-CLI-ID   TO W-RG-LOG-CLI
                MOVE W-RG-MOTIVO   TO W-RG-DET
                MOVE ZEROS         TO W-AUT-SUP
                PERFORM RGPD-ANOTAR
            ELSE
                DISPLAY "  Cliente : " C-ID(W-RG-IDX) " "
                        C-NOMBRE-COMP(W-RG-IDX)(1:35)
                DISPLAY "  Doc     : " C-DOC(W-RG-IDX)
                DISPLAY "  Se anonimizaran su ficha, su historico de"
                        " reservas, su lista de espera"
                DISPLAY "  y el registro de viajeros fuera de plazo."
                        " Las facturas se conservan."
                DISPLAY "  Confirmar supresion? (S/N): "
                        WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    MOVE "RGPD-SUP"  TO W-AO-ACCION
                    MOVE W-RG-CLI-ID TO W-AO-REF
                    MOVE "Datos personales del cliente"
                        TO W-AO-ANTES
                    MOVE "Supresion a peticion" TO W-AO-DESPUES
                    PERFORM SUPERVISOR-AUTORIZAR
                    IF W-AUT-OK = "S"
                        PERFORM RGPD-CALCULAR-CORTES
                        MOVE "S" TO W-RG-TIPO
                        MOVE C-DOC(W-RG-IDX) TO W-RG-DOC
                        PERFORM RGPD-APLICAR
                    END-IF
                ELSE
                    DISPLAY "  Supresion cancelada."
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Deja en W-RG-MOTIVO por que no se puede suprimir al cliente
*> W-RG-CLI-ID, o espacios si se puede.
RGPD-COMPROBAR-SUPRESION.
    MOVE SPACES TO W-RG-MOTIVO
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-CLI-ID(W-J) = W-RG-CLI-ID
            IF R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A"
                MOVE SPACES TO W-RG-MOTIVO
                STRING "reserva abierta " R-ID(W-J)
                    DELIMITED BY SIZE INTO W-RG-MOTIVO
            END-IF
            IF R-PENDIENTE(W-J) > ZEROS
               AND R-PAGADA(W-J) NOT = "S"
               AND W-RG-MOTIVO = SPACES
                MOVE SPACES TO W-RG-MOTIVO
                STRING "saldo pendiente en reserva " R-ID(W-J)
                    DELIMITED BY SIZE INTO W-RG-MOTIVO
            END-IF
        END-IF
    END-PERFORM
    IF W-RG-MOTIVO = SPACES
        OPEN INPUT F-HIST
        IF WS-FS = "05" OR WS-FS = "35"
            CLOSE F-HIST
        ELSE
            READ F-HIST
            PERFORM UNTIL WS-FS = "10"
                IF RH-CLI-ID = W-RG-CLI-ID
                   AND RH-PENDIENTE > ZEROS
                   AND RH-PAGADA NOT = "S"
                   AND W-RG-MOTIVO = SPACES
                    STRING "saldo pendiente en reserva " RH-ID
                        DELIMITED BY SIZE INTO W-RG-MOTIVO
                END-IF
                READ F-HIST
            END-PERFORM
            CLOSE F-HIST
        END-IF
    END-IF
    .

*> ----------------------------------------------------------------
*> Nucleo comun. W-RG-TIPO = "R": todo lo caducado; "S": todo lo
*> del cliente W-RG-CLI-ID (fila W-RG-IDX, documento W-RG-DOC). El
*> orden importa: la ficha se anonimiza despues de usar su
*> documento, y las fusiones despues de la ficha.
*> ----------------------------------------------------------------
RGPD-APLICAR.
    MOVE ZEROS TO W-RG-N-VIAJ W-RG-N-RET W-RG-N-HIST W-RG-N-RES
    MOVE ZEROS TO W-RG-N-ESP W-RG-N-CLI W-RG-N-FUS
    PERFORM RGPD-VIAJEROS
    PERFORM RGPD-HISTORICO
    PERFORM RGPD-RESERVAS-VIVAS
    PERFORM RGPD-ESPERA
    IF W-RG-TIPO = "S"
        MOVE W-RG-IDX TO W-K
        PERFORM RGPD-ANONIMIZAR-FICHA
    ELSE
        PERFORM RGPD-CLIENTES-INACTIVOS
    END-IF
    PERFORM RGPD-FUSIONES
    *> fichas, reservas y espera tocadas en bloque: checkpoint
    PERFORM SISTEMA-CHECKPOINT
    DISPLAY L-SIMPLE
    IF W-RG-TIPO = "S"
        DISPLAY "  *** DATOS DEL CLIENTE " W-RG-CLI-ID
                " SUPRIMIDOS ***"
    ELSE
        DISPLAY "  *** PROCESO DE CONSERVACION TERMINADO ***"
    END-IF
    DISPLAY "  Fichas de cliente anonimizadas : " W-RG-N-CLI
    DISPLAY "  Reservas archivadas            : " W-RG-N-HIST
    IF W-RG-TIPO = "S"
        DISPLAY "  Reservas en memoria            : " W-RG-N-RES
    END-IF
    DISPLAY "  Lineas de lista de espera      : " W-RG-N-ESP
    DISPLAY "  Viajeros                       : " W-RG-N-VIAJ
    IF W-RG-N-RET > ZEROS
        DISPLAY "  Viajeros conservados por plazo legal: " W-RG-N-RET
    END-IF
    DISPLAY "  Registros de fusion            : " W-RG-N-FUS
    DISPLAY "  Detalle en RGPD.DAT"
    DISPLAY L-DOBLE
    ADD 1 TO SES-OPS
    .

*> Registro de viajeros: el plazo legal manda tambien en la
*> supresion a peticion.
RGPD-VIAJEROS.
    MOVE ZEROS TO W-RG-N-LIN
    OPEN INPUT F-VIAJ
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-VIAJ
    ELSE
        OPEN OUTPUT F-WRK
        READ F-VIAJ
        PERFORM UNTIL WS-FS = "10"
            MOVE "N" TO W-RG-SI
            IF VJ-NOMBRE NOT = RGPD-MARCA
                IF W-RG-TIPO = "S"
                    IF VJ-CLI-ID = W-RG-CLI-ID
                       OR (W-RG-DOC NOT = SPACES
                           AND VJ-DOC = W-RG-DOC)
                        IF VJ-FECHA-ENT < W-RG-CORTE-VIA
                            MOVE "S" TO W-RG-SI
                        ELSE
                            ADD 1 TO W-RG-N-RET
                        END-IF
                    END-IF
                ELSE
                    IF VJ-FECHA-ENT < W-RG-CORTE-VIA
                        MOVE "S" TO W-RG-SI
                    END-IF
                END-IF
            END-IF
            IF W-RG-SI = "S"
                MOVE "VIAJEROS" TO W-RG-FICH
                MOVE VJ-RES-ID  TO W-RG-CLAVE
                MOVE VJ-CLI-ID  TO W-RG-LOG-CLI
                MOVE SPACES     TO W-RG-DET
                STRING "Viajero entrada " VJ-FECHA-ENT
                    DELIMITED BY SIZE INTO W-RG-DET
                PERFORM RGPD-ANOTAR
                MOVE RGPD-MARCA TO VJ-NOMBRE
                MOVE SPACES     TO VJ-TIPO-DOC VJ-DOC
                MOVE SPACES     TO VJ-NACIONALIDAD VJ-NACIMIENTO
                ADD 1 TO W-RG-N-VIAJ W-RG-N-LIN
            END-IF
            WRITE WK-REC FROM VJ-REC
            READ F-VIAJ
        END-PERFORM
        CLOSE F-VIAJ
        CLOSE F-WRK
        IF W-RG-N-LIN > ZEROS
            OPEN INPUT F-WRK
            OPEN OUTPUT F-VIAJ
            READ F-WRK
            PERFORM UNTIL WS-FS = "10"
                WRITE VJ-REC FROM WK-REC
                READ F-WRK
            END-PERFORM
            CLOSE F-WRK
            CLOSE F-VIAJ
        END-IF
    END-IF
    .

*> Historico de reservas: nombre del titular y notas libres.
RGPD-HISTORICO.
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        OPEN OUTPUT F-WRK
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            MOVE "N" TO W-RG-SI
            IF RH-NOMBRE-CLI NOT = RGPD-MARCA
                IF W-RG-TIPO = "S"
                    IF RH-CLI-ID = W-RG-CLI-ID
                        MOVE "S" TO W-RG-SI
                    END-IF
                ELSE
                    IF RH-SALIDA < W-RG-CORTE-HIS
                        MOVE "S" TO W-RG-SI
                    END-IF
                END-IF
            END-IF
            IF W-RG-SI = "S"
                MOVE "RESHIST"  TO W-RG-FICH
                MOVE RH-ID      TO W-RG-CLAVE
                MOVE RH-CLI-ID  TO W-RG-LOG-CLI
                MOVE SPACES     TO W-RG-DET
                STRING "Reserva salida " RH-SALIDA
                    DELIMITED BY SIZE INTO W-RG-DET
                PERFORM RGPD-ANOTAR
                MOVE RGPD-MARCA TO RH-NOMBRE-CLI
                MOVE SPACES     TO RH-NOTAS
                ADD 1 TO W-RG-N-HIST
            END-IF
            WRITE WK-REC FROM RH-REC
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
        CLOSE F-WRK
        IF W-RG-N-HIST > ZEROS
            OPEN INPUT F-WRK
            OPEN OUTPUT F-HIST
            READ F-WRK
            PERFORM UNTIL WS-FS = "10"
                WRITE RH-REC FROM WK-REC
                READ F-WRK
            END-PERFORM
            CLOSE F-WRK
            CLOSE F-HIST
        END-IF
    END-IF
    .

*> Reservas cerradas que aun no se han archivado: solo en la
*> supresion (en el proceso normal son todas recientes).
RGPD-RESERVAS-VIVAS.
    IF W-RG-TIPO = "S"
        PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
            IF R-CLI-ID(W-J) = W-RG-CLI-ID
               AND R-NOMBRE-CLI(W-J) NOT = RGPD-MARCA
                MOVE "RES"        TO W-RG-FICH
                MOVE R-ID(W-J)    TO W-RG-CLAVE
                MOVE W-RG-CLI-ID  TO W-RG-LOG-CLI
                MOVE SPACES       TO W-RG-DET
                STRING "Reserva salida " R-SALIDA(W-J)
                    DELIMITED BY SIZE INTO W-RG-DET
                PERFORM RGPD-ANOTAR
                MOVE RGPD-MARCA TO R-NOMBRE-CLI(W-J)
                MOVE SPACES     TO R-NOTAS(W-J)
                ADD 1 TO W-RG-N-RES
            END-IF
        END-PERFORM
    END-IF
    .

*> Lista de espera: nombre y telefono de contacto; la linea queda
*> dada de baja.
RGPD-ESPERA.
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        MOVE "N" TO W-RG-SI
        IF E-NOMBRE(W-IDX-E) NOT = RGPD-MARCA
            IF W-RG-TIPO = "S"
                IF E-CLI-ID(W-IDX-E) = W-RG-CLI-ID
                    MOVE "S" TO W-RG-SI
                END-IF
            ELSE
                IF E-SAL(W-IDX-E) < W-RG-CORTE-ESP
                    MOVE "S" TO W-RG-SI
                END-IF
            END-IF
        END-IF
        IF W-RG-SI = "S"
            MOVE "ESPERA"          TO W-RG-FICH
            MOVE E-ID(W-IDX-E)     TO W-RG-CLAVE
            MOVE E-CLI-ID(W-IDX-E) TO W-RG-LOG-CLI
            MOVE SPACES            TO W-RG-DET
            STRING "Espera estancia " E-ENT(W-IDX-E)
                DELIMITED BY SIZE INTO W-RG-DET
            PERFORM RGPD-ANOTAR
            MOVE RGPD-MARCA TO E-NOMBRE(W-IDX-E)
            MOVE SPACES     TO E-CONTACTO(W-IDX-E)
            MOVE "X"        TO E-ESTADO(W-IDX-E)
            ADD 1 TO W-RG-N-ESP
        END-IF
    END-PERFORM
    .

*> ----------------------------------------------------------------
*> Fichas sin actividad dentro del plazo RGPD-CLI. Actividad = alta
*> de la ficha, salida de cualquier reserva (viva o archivada) o
*> movimiento de puntos. Nunca se toca una ficha con una reserva
*> abierta o con saldo pendiente.
*> ----------------------------------------------------------------
RGPD-CLIENTES-INACTIVOS.
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        MOVE C-FECHA-ALTA(W-K) TO RGU-ULT(W-K)
        MOVE "N"               TO RGU-VIVA(W-K)
    END-PERFORM
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        MOVE R-CLI-ID(W-J) TO W-BUSCAR-C
        PERFORM BUSCAR-CLI
        IF W-ENC = "S"
            IF R-SALIDA(W-J) > RGU-ULT(W-IDX-C)
                MOVE R-SALIDA(W-J) TO RGU-ULT(W-IDX-C)
            END-IF
            IF R-ESTADO(W-J) = "P" OR R-ESTADO(W-J) = "A"
               OR (R-PENDIENTE(W-J) > ZEROS
                   AND R-PAGADA(W-J) NOT = "S")
                MOVE "S" TO RGU-VIVA(W-IDX-C)
            END-IF
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            MOVE RH-CLI-ID TO W-BUSCAR-C
            PERFORM BUSCAR-CLI
            IF W-ENC = "S"
                IF RH-SALIDA > RGU-ULT(W-IDX-C)
                    MOVE RH-SALIDA TO RGU-ULT(W-IDX-C)
                END-IF
                IF RH-PENDIENTE > ZEROS AND RH-PAGADA NOT = "S"
                    MOVE "S" TO RGU-VIVA(W-IDX-C)
                END-IF
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    OPEN INPUT F-PUNTOS
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-PUNTOS
    ELSE
        READ F-PUNTOS
        PERFORM UNTIL WS-FS = "10"
            MOVE PT-CLI-ID TO W-BUSCAR-C
            PERFORM BUSCAR-CLI
            IF W-ENC = "S"
                IF PT-FECHA > RGU-ULT(W-IDX-C)
                    MOVE PT-FECHA TO RGU-ULT(W-IDX-C)
                END-IF
            END-IF
            READ F-PUNTOS
        END-PERFORM
        CLOSE F-PUNTOS
    END-IF
    PERFORM VARYING W-K FROM 1 BY 1 UNTIL W-K > G-N-CLI
        IF C-NOMBRE(W-K) NOT = RGPD-MARCA
           AND RGU-VIVA(W-K) = "N"
           AND RGU-ULT(W-K) < W-RG-CORTE-CLI
            PERFORM RGPD-ANONIMIZAR-FICHA
        END-IF
    END-PERFORM
    .

*> Anonimiza la ficha de la fila W-K. Se conservan id, pais,
*> idioma, categoria y acumulados (estadistica y libro de puntos).
RGPD-ANONIMIZAR-FICHA.
    MOVE "CLI"       TO W-RG-FICH
    MOVE C-ID(W-K)   TO W-RG-CLAVE
    MOVE C-ID(W-K)   TO W-RG-LOG-CLI
    MOVE SPACES      TO W-RG-DET
    STRING "Ficha de cliente alta " C-FECHA-ALTA(W-K)
        DELIMITED BY SIZE INTO W-RG-DET
    PERFORM RGPD-ANOTAR
    MOVE RGPD-MARCA  TO C-NOMBRE(W-K) C-NOMBRE-COMP(W-K)
    MOVE SPACES      TO C-APELLIDOS(W-K) C-DOC(W-K)
    MOVE SPACES      TO C-TEL(W-K) C-EMAIL(W-K)
    MOVE "N"         TO C-ACTIVO(W-K)
    MOVE "N"         TO C-PUBLI(W-K)
    MOVE SPACES      TO C-OBSERVACIONES(W-K)
    STRING "Anonimizada " SES-FECHA
        DELIMITED BY SIZE INTO C-OBSERVACIONES(W-K)
    ADD 1 TO W-RG-N-CLI
    .

*> Registro de fusiones: los datos de la ficha absorbida se vacian
*> cuando la ficha de origen o la de destino ya esta anonimizada.
RGPD-FUSIONES.
    MOVE ZEROS TO W-RG-N-LIN
    OPEN INPUT F-FUS
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-FUS
    ELSE
        OPEN OUTPUT F-WRK
        READ F-FUS
        PERFORM UNTIL WS-FS = "10"
            MOVE "N" TO W-RG-SI
            IF FU-NOMBRE-ORIG NOT = RGPD-MARCA
                MOVE FU-ORIGEN TO W-BUSCAR-C
                PERFORM BUSCAR-CLI
                IF W-ENC = "S"
                    IF C-NOMBRE(W-IDX-C) = RGPD-MARCA
                        MOVE "S" TO W-RG-SI
                    END-IF
                END-IF
                MOVE FU-DESTINO TO W-BUSCAR-C
                PERFORM BUSCAR-CLI
                IF W-ENC = "S"
                    IF C-NOMBRE(W-IDX-C) = RGPD-MARCA
                        MOVE "S" TO W-RG-SI
                    END-IF
                END-IF
            END-IF
            IF W-RG-SI = "S"
                MOVE "FUSIONES" TO W-RG-FICH
                MOVE FU-ORIGEN  TO W-RG-CLAVE
                MOVE FU-DESTINO TO W-RG-LOG-CLI
                MOVE SPACES     TO W-RG-DET
                STRING "Fusion del " FU-FECHA
                    DELIMITED BY SIZE INTO W-RG-DET
                PERFORM RGPD-ANOTAR
                MOVE RGPD-MARCA TO FU-NOMBRE-ORIG
                MOVE SPACES     TO FU-DOC-ORIG FU-EMAIL-ORIG
                ADD 1 TO W-RG-N-FUS W-RG-N-LIN
            END-IF
            WRITE WK-REC FROM FU-REC
            READ F-FUS
        END-PERFORM
        CLOSE F-FUS
        CLOSE F-WRK
        IF W-RG-N-LIN > ZEROS
            OPEN INPUT F-WRK
            OPEN OUTPUT F-FUS
            READ F-WRK
            PERFORM UNTIL WS-FS = "10"
                WRITE FU-REC FROM WK-REC
                READ F-WRK
            END-PERFORM
            CLOSE F-WRK
            CLOSE F-FUS
        END-IF
    END-IF
    .

*> Anade una linea a RGPD.DAT (W-RG-TIPO/FICH/CLAVE/LOG-CLI/DET).
RGPD-ANOTAR.
    ACCEPT W-HORA-SIS FROM TIME
    MOVE SES-FECHA    TO RGL-FECHA
    MOVE SPACES       TO RGL-HORA
    STRING W-HORA-SIS(1:2) ":" W-HORA-SIS(3:2) ":" W-HORA-SIS(5:2)
        DELIMITED BY SIZE INTO RGL-HORA
    MOVE SES-OPER-ID  TO RGL-OPER
    MOVE W-AUT-SUP    TO RGL-SUP
    MOVE W-RG-TIPO    TO RGL-TIPO
    MOVE W-RG-FICH    TO RGL-FICHERO
    MOVE W-RG-CLAVE   TO RGL-CLAVE
    MOVE W-RG-LOG-CLI TO RGL-CLI-ID
    MOVE W-RG-DET     TO RGL-DETALLE
    OPEN EXTEND F-RGL
    WRITE RGL-REC
    CLOSE F-RGL
    .

*> ----------------------------------------------------------------
*> Informe de acceso: todo lo que se guarda de un cliente, de todos
*> los ficheros, en un unico documento ACCESO-nnnnn-<fecha>.TXT
*> para entregarselo. La entrega queda anotada en RGPD.DAT.
*> ----------------------------------------------------------------
RGPD-INFORME-ACCESO.
    DISPLAY " "
    DISPLAY "  ID del cliente: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        DISPLAY "  [!] Cliente no encontrado"
    ELSE
        MOVE W-IDX-C TO W-RG-IDX
        MOVE W-IDX-C TO W-K
        MOVE C-ID(W-K)  TO W-RG-CLI-ID
        MOVE C-DOC(W-K) TO W-RG-DOC
        MOVE SPACES TO SPOOL-NOMBRE
        STRING "ACCESO-" W-RG-CLI-ID "-" SES-FECHA ".TXT"
            DELIMITED BY SIZE INTO SPOOL-NOMBRE
        MOVE "INFORME DE ACCESO A DATOS PERSONALES" TO SPOOL-TITULO
        PERFORM SPOOL-ABRIR
        DISPLAY " "
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        STRING "  DATOS PERSONALES DEL CLIENTE " W-RG-CLI-ID
               " A " SES-FECHA
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        PERFORM RGPD-ACC-FICHA
        PERFORM RGPD-ACC-RESERVAS
        PERFORM RGPD-ACC-FACTURAS
        PERFORM RGPD-ACC-PUNTOS
        PERFORM RGPD-ACC-VIAJEROS
        PERFORM RGPD-ACC-ESPERA
        PERFORM RGPD-ACC-FUSIONES
        PERFORM RGPD-ACC-CORRESPONDENCIA
        PERFORM RGPD-ACC-IDS-RES
        PERFORM RGPD-ACC-SERVICIOS
        PERFORM RGPD-ACC-COBROS
        PERFORM RGPD-ACC-LIMCRED
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE "  Facturas conservadas por obligacion fiscal."
            TO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE L-DOBLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        PERFORM SPOOL-CERRAR
        MOVE "A"          TO W-RG-TIPO
        MOVE "TODOS"      TO W-RG-FICH
        MOVE W-RG-CLI-ID  TO W-RG-CLAVE
        MOVE W-RG-CLI-ID  TO W-RG-LOG-CLI
        MOVE SPOOL-NOMBRE TO W-RG-DET
        MOVE ZEROS        TO W-AUT-SUP
        PERFORM RGPD-ANOTAR
        ADD 1 TO SES-OPS
    END-IF
    .

RGPD-ACC-FICHA.
    MOVE W-RG-IDX TO W-K
    MOVE "  FICHA DE CLIENTE (CLI.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  Nombre       : " C-NOMBRE-COMP(W-K)
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  Documento    : " C-DOC(W-K)
           "  Telefono: " C-TEL(W-K)
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  Email        : " C-EMAIL(W-K)
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  Pais         : " C-PAIS(W-K)
           "  Idioma: " C-IDIOMA(W-K)
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE C-GASTO(W-K) TO D-IMP2
    STRING "  Categoria    : " C-CAT(W-K)
           "  Puntos: " C-PUNTOS(W-K)
           "  Estancias: " C-ESTANCIAS(W-K)
           "  Gasto: " D-IMP2
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  Alta         : " C-FECHA-ALTA(W-K)
           "  Activa: " C-ACTIVO(W-K)
           "  Comunicaciones comerciales: " C-PUBLI(W-K)
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  Observaciones: " C-OBSERVACIONES(W-K)
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    .

RGPD-ACC-RESERVAS.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  RESERVAS (RES.DAT y RESHIST.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-CLI-ID(W-J) = W-RG-CLI-ID
            ADD 1 TO W-CNT
            MOVE R-TOTAL(W-J) TO D-IMP
            STRING "  " R-ID(W-J) " Hab " R-HAB(W-J) " "
                   R-ENTRADA(W-J) " a " R-SALIDA(W-J)
                   " Est " R-ESTADO(W-J) " " R-CANAL(W-J)
                   D-IMP
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            IF R-NOTAS(W-J) NOT = SPACES
                STRING "        Notas: " R-NOTAS(W-J)
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-CLI-ID = W-RG-CLI-ID
                ADD 1 TO W-CNT
                MOVE RH-TOTAL TO D-IMP
                STRING "  " RH-ID " Hab " RH-HAB " "
                       RH-ENTRADA " a " RH-SALIDA
                       " Est " RH-ESTADO " " RH-CANAL
                       D-IMP
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
                IF RH-NOTAS NOT = SPACES
                    STRING "        Notas: " RH-NOTAS
                        DELIMITED BY SIZE INTO W-LIN
                    PERFORM IMPRIMIR-LIN
                END-IF
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguna)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-FACTURAS.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  FACTURAS (FACT.DAT y RECTIF.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-FACT
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-FACT
    ELSE
        READ F-FACT
        PERFORM UNTIL WS-FS = "10"
            IF FA-CLI-ID = W-RG-CLI-ID
                ADD 1 TO W-CNT
                MOVE FA-TOTAL TO D-IMP
                STRING "  Factura " FA-NUM " " FA-FECHA
                       " reserva " FA-RES-ID " " FA-FORMA-PAGO
                       D-IMP
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
                STRING "        A nombre de: " FA-NOMBRE-CLI
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-FACT
        END-PERFORM
        CLOSE F-FACT
    END-IF
    OPEN INPUT F-RECT
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-RECT
    ELSE
        READ F-RECT
        PERFORM UNTIL WS-FS = "10"
            IF RC-CLI-ID = W-RG-CLI-ID
                ADD 1 TO W-CNT
                MOVE RC-IMPORTE TO D-IMP
                STRING "  Rectificativa " RC-NUM " " RC-FECHA
                       " de factura " RC-FAC-NUM " -" D-IMP
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-RECT
        END-PERFORM
        CLOSE F-RECT
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguna)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-PUNTOS.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  MOVIMIENTOS DE PUNTOS (PUNTOS.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-PUNTOS
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-PUNTOS
    ELSE
        READ F-PUNTOS
        PERFORM UNTIL WS-FS = "10"
            IF PT-CLI-ID = W-RG-CLI-ID
                ADD 1 TO W-CNT
                STRING "  " PT-FECHA " tipo " PT-TIPO
                       " reserva " PT-RES-ID " cantidad " PT-CANT
                       " saldo " PT-SALDO
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-PUNTOS
        END-PERFORM
        CLOSE F-PUNTOS
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguno)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-VIAJEROS.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  REGISTRO DE VIAJEROS (VIAJEROS.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-VIAJ
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-VIAJ
    ELSE
        READ F-VIAJ
        PERFORM UNTIL WS-FS = "10"
            IF VJ-CLI-ID = W-RG-CLI-ID
               OR (W-RG-DOC NOT = SPACES AND VJ-DOC = W-RG-DOC)
                ADD 1 TO W-CNT
                STRING "  " VJ-FECHA-ENT " reserva " VJ-RES-ID
                       " hab " VJ-HAB " " VJ-NOMBRE(1:30)
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
                STRING "        Doc " VJ-TIPO-DOC " " VJ-DOC
                       " Nac. " VJ-NACIONALIDAD(1:15)
                       " Nacim. " VJ-NACIMIENTO
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-VIAJ
        END-PERFORM
        CLOSE F-VIAJ
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguno)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-ESPERA.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  LISTA DE ESPERA (ESPERA.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-IDX-E FROM 1 BY 1 UNTIL W-IDX-E > G-N-ESP
        IF E-CLI-ID(W-IDX-E) = W-RG-CLI-ID
            ADD 1 TO W-CNT
            STRING "  " E-ID(W-IDX-E) " " E-ENT(W-IDX-E)
                   " a " E-SAL(W-IDX-E) " tipo " E-TIPO(W-IDX-E)
                   " tel " E-CONTACTO(W-IDX-E)
                   " est " E-ESTADO(W-IDX-E)
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        MOVE "  (ninguna)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-FUSIONES.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  FICHAS FUSIONADAS (FUSIONES.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-FUS
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-FUS
    ELSE
        READ F-FUS
        PERFORM UNTIL WS-FS = "10"
            IF FU-DESTINO = W-RG-CLI-ID OR FU-ORIGEN = W-RG-CLI-ID
                ADD 1 TO W-CNT
                STRING "  " FU-FECHA " ficha " FU-ORIGEN
                       " fusionada en " FU-DESTINO " "
                       FU-NOMBRE-ORIG(1:25)
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
                STRING "        Doc " FU-DOC-ORIG " Email "
                       FU-EMAIL-ORIG(1:30)
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-FUS
        END-PERFORM
        CLOSE F-FUS
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguna)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-CORRESPONDENCIA.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  CORRESPONDENCIA ENVIADA (CORRLOG.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-CLG
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-CLG
    ELSE
        READ F-CLG
        PERFORM UNTIL WS-FS = "10"
            IF CL-CLI-ID = W-RG-CLI-ID
                ADD 1 TO W-CNT
                EVALUATE CL-TIPO
                    WHEN "L" MOVE "carta previa a la llegada" TO W-TXT
                    WHEN "G" MOVE "agradecimiento"            TO W-TXT
                    WHEN OTHER MOVE CL-TIPO                   TO W-TXT
                END-EVALUATE
                STRING "  " CL-FECHA " " W-TXT(1:26) " reserva "
                       CL-RES-ID " idioma " CL-IDIOMA
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-CLG
        END-PERFORM
        CLOSE F-CLG
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguna)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

*> Reservas del cliente W-RG-CLI-ID (vivas y archivadas) en
*> TBL-RGR, para localizar lo que otros ficheros guardan por numero
*> de reserva.
RGPD-ACC-IDS-RES.
    MOVE ZEROS TO W-RG-N-RID
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-CLI-ID(W-J) = W-RG-CLI-ID
           AND W-RG-N-RID < CFG-MAX-RGR
            ADD 1 TO W-RG-N-RID
            MOVE R-ID(W-J) TO RGR-ID(W-RG-N-RID)
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-CLI-ID = W-RG-CLI-ID
               AND W-RG-N-RID < CFG-MAX-RGR
                ADD 1 TO W-RG-N-RID
                MOVE RH-ID TO RGR-ID(W-RG-N-RID)
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    .

*> Deja W-RG-SUYA = "S" si la reserva W-RG-RES es del cliente.
RGPD-ACC-ES-SUYA.
    MOVE "N" TO W-RG-SUYA
    PERFORM VARYING W-RG-R FROM 1 BY 1 UNTIL W-RG-R > W-RG-N-RID
        IF RGR-ID(W-RG-R) = W-RG-RES
            MOVE "S" TO W-RG-SUYA
        END-IF
    END-PERFORM
    .

RGPD-ACC-SERVICIOS.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  CARGOS DE SERVICIOS (SVC.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-SVC
        MOVE S-RES-ID(W-I) TO W-RG-RES
        PERFORM RGPD-ACC-ES-SUYA
        IF W-RG-SUYA = "S"
            ADD 1 TO W-CNT
            MOVE S-TOTAL(W-I) TO D-IMP
            STRING "  " S-FECHA(W-I) " " S-HORA(W-I)
                   " res " S-RES-ID(W-I) " " S-DESC(W-I)(1:25)
                   " x" S-CANT(W-I) " " D-IMP
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    IF W-CNT = ZEROS
        MOVE "  (ninguno)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-COBROS.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  COBROS Y DEVOLUCIONES (COBROS.DAT)" TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-COB
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-COB
    ELSE
        READ F-COB
        PERFORM UNTIL WS-FS = "10"
            MOVE CB-RES-ID TO W-RG-RES
            PERFORM RGPD-ACC-ES-SUYA
            IF W-RG-SUYA = "S"
                ADD 1 TO W-CNT
                EVALUATE CB-TIPO
                    WHEN "A" MOVE "deposito / anticipo"   TO W-TXT
                    WHEN "C" MOVE "cobro de estancia"     TO W-TXT
                    WHEN "R" MOVE "aplicacion anticipos"  TO W-TXT
                    WHEN "D" MOVE "devolucion"            TO W-TXT
                    WHEN OTHER MOVE CB-TIPO               TO W-TXT
                END-EVALUATE
                MOVE CB-IMPORTE TO D-IMP
                STRING "  " CB-FECHA " res " CB-RES-ID " "
                       W-TXT(1:21) " " CB-FORMA " " D-IMP
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-COB
        END-PERFORM
        CLOSE F-COB
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguno)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

RGPD-ACC-LIMCRED.
    MOVE SPACES TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  LIMITE DE CREDITO Y PREAUTORIZACIONES (LIMCRED.DAT)"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT
    OPEN INPUT F-LIM
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-LIM
    ELSE
        READ F-LIM
        PERFORM UNTIL WS-FS = "10"
            MOVE LM-RES-ID TO W-RG-RES
            PERFORM RGPD-ACC-ES-SUYA
            IF W-RG-SUYA = "S"
                ADD 1 TO W-CNT
                EVALUATE LM-TIPO
                    WHEN "T" MOVE "preautorizacion"       TO W-TXT
                    WHEN "D" MOVE "deposito de garantia"  TO W-TXT
                    WHEN "C" MOVE "limite por categoria"  TO W-TXT
                    WHEN "A" MOVE "ampliacion (tarjeta)"  TO W-TXT
                    WHEN "P" MOVE "pago a cuenta"         TO W-TXT
                    WHEN OTHER MOVE LM-TIPO               TO W-TXT
                END-EVALUATE
                MOVE LM-IMPORTE TO D-IMP
                MOVE LM-LIMITE  TO D-IMP2
                STRING "  " LM-FECHA " res " LM-RES-ID " "
                       W-TXT(1:20) " " LM-AUTORIZ D-IMP
                       " lim" D-IMP2
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-LIM
        END-PERFORM
        CLOSE F-LIM
    END-IF
    IF W-CNT = ZEROS
        MOVE "  (ninguno)" TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

*> ================================================================
*> CORRESPONDENCIA A HUESPEDES
*> Extracto diario para la herramienta de envio de correo,
*> CORREO-<fecha>.DAT, con un registro por mensaje:
*>   L  carta previa a la llegada para las reservas pendientes que
*>      llegan en los proximos CORR-DIA dias: reserva, tipo de
*>      habitacion, fechas, deposito pendiente y fecha limite de
*>      cancelacion sin gastos (transaccional, sale siempre)
*>   G  agradecimiento a los clientes que salieron ayer, con su
*>      saldo de puntos y su categoria (comercial: solo a clientes
*>      con consentimiento C-PUBLI = "S")
*> Los textos salen de PLANTCOR.DAT en el idioma del cliente (ES,
*> EN, FR o DE; cualquier otro recibe EN). Quien no tiene email no
*> recibe nada. Cada mensaje queda en CORRLOG.DAT y no se repite.
*> ================================================================
MENU-CORR.
    DISPLAY " "
    DISPLAY L-SIMPLE
    DISPLAY "  *** CORRESPONDENCIA A HUESPEDES ***"
    DISPLAY L-SIMPLE
    DISPLAY "  1. Generar la correspondencia del dia"
    DISPLAY "  2. Plantillas por idioma"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
    ACCEPT W-SUB
    EVALUATE W-SUB
        WHEN 1 PERFORM CORR-GENERAR
        WHEN 2 PERFORM CORR-PLANTILLAS
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

*> ----------------------------------------------------------------
*> Generacion del extracto. No pregunta nada (es tambien un paso de
*> la ejecucion desatendida). Deja W-CO-N = mensajes candidatos,
*> W-CO-ESCRITOS = mensajes extraidos y W-CO-FS = "00" o el estado
*> del fallo de grabacion del extracto.
*> ----------------------------------------------------------------
CORR-GENERAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  CORRESPONDENCIA A HUESPEDES -- " SES-FECHA
    DISPLAY L-DOBLE
    MOVE ZEROS TO W-CO-N W-CO-ESCRITOS W-CO-YA W-CO-SIN-EMAIL
                  W-CO-SIN-CONS W-CO-SIN-PL
    MOVE "00"  TO W-CO-FS
    MOVE "N"   TO W-CO-ABIERTO
    MOVE SPACES TO W-CO-FICHERO
    STRING "CORREO-" SES-FECHA ".DAT" DELIMITED BY SIZE
        INTO W-CO-FICHERO
    *> ventana de llegadas (manana .. hoy + CORR-DIA) y dia de salida
    MOVE "CORR-DIA" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    MOVE SES-FECHA   TO W-CO-FECHA
    MOVE W-PARAM-VAL TO W-CO-DIAS
    PERFORM CORR-DESPLAZAR-FECHA
    MOVE W-CO-FECHA  TO W-CO-LIMITE
    MOVE SES-FECHA   TO W-CO-FECHA
    MOVE -1          TO W-CO-DIAS
    PERFORM CORR-DESPLAZAR-FECHA
    MOVE W-CO-FECHA  TO W-CO-AYER
    DISPLAY "  Llegadas hasta el " W-CO-LIMITE
            " | salidas del " W-CO-AYER
    *> candidatas: reservas vivas y, para las salidas ya archivadas
    *> por la auditoria, el historico
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ESTADO(W-J) = "P" AND R-ENTRADA(W-J) > SES-FECHA
           AND R-ENTRADA(W-J) NOT > W-CO-LIMITE
            MOVE "L" TO W-CO-TIPO
            PERFORM CORR-CANDIDATA-RES
        END-IF
        IF R-ESTADO(W-J) = "C"
            IF R-FECHA-COBRO(W-J) NOT = SPACES
                MOVE R-FECHA-COBRO(W-J) TO W-CO-SALIDA
            ELSE
                MOVE R-SALIDA(W-J) TO W-CO-SALIDA
            END-IF
            IF W-CO-SALIDA = W-CO-AYER
                MOVE "G" TO W-CO-TIPO
                PERFORM CORR-CANDIDATA-RES
            END-IF
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-ESTADO = "C"
                IF RH-FECHA-COBRO NOT = SPACES
                    MOVE RH-FECHA-COBRO TO W-CO-SALIDA
                ELSE
                    MOVE RH-SALIDA TO W-CO-SALIDA
                END-IF
                IF W-CO-SALIDA = W-CO-AYER
                    PERFORM CORR-CANDIDATA-HIST
                END-IF
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF
    PERFORM CORR-MARCAR-ENVIADAS
    PERFORM VARYING W-CO-Q FROM 1 BY 1 UNTIL W-CO-Q > W-CO-N
        IF CQ-ENVIAR(W-CO-Q) = "S" AND W-CO-FS = "00"
            PERFORM CORR-ESCRIBIR
        END-IF
    END-PERFORM
    IF W-CO-ABIERTO = "S"
        CLOSE F-COR
    END-IF
    DISPLAY L-SIMPLE
    MOVE W-CO-N TO D-CNT
    DISPLAY "  Mensajes candidatos      : " D-CNT
    MOVE W-CO-YA TO D-CNT
    DISPLAY "  Ya enviados antes        : " D-CNT
    MOVE W-CO-SIN-EMAIL TO D-CNT
    DISPLAY "  Cliente sin email        : " D-CNT
    MOVE W-CO-SIN-CONS TO D-CNT
    DISPLAY "  Sin consentimiento (G)   : " D-CNT
    IF W-CO-SIN-PL > ZEROS
        MOVE W-CO-SIN-PL TO D-CNT
        DISPLAY "  Sin plantilla            : " D-CNT
    END-IF
    MOVE W-CO-ESCRITOS TO D-CNT
    DISPLAY "  Mensajes extraidos       : " D-CNT
    IF W-CO-ESCRITOS > ZEROS
        DISPLAY "  Extracto para envio en " W-CO-FICHERO
        ADD 1 TO SES-OPS
    END-IF
    IF W-CO-FS NOT = "00"
        DISPLAY "  [!] Error grabando " W-CO-FICHERO
                " (estado " W-CO-FS "); el resto sale manana"
    END-IF
    DISPLAY L-DOBLE
    .

*> Anade a TBL-CORR la reserva viva W-J como mensaje W-CO-TIPO.
CORR-CANDIDATA-RES.
    IF W-CO-N >= CFG-MAX-CQ
        DISPLAY "  [!] Mas de " CFG-MAX-CQ " mensajes; la reserva "
                R-ID(W-J) " queda para la proxima generacion"
    ELSE
        ADD 1 TO W-CO-N
        MOVE W-CO-TIPO         TO CQ-TIPO(W-CO-N)
        MOVE R-ID(W-J)         TO CQ-RES-ID(W-CO-N)
        MOVE R-CLI-ID(W-J)     TO CQ-CLI-ID(W-CO-N)
        MOVE R-HAB(W-J)        TO CQ-HAB(W-CO-N)
        MOVE R-TIPO-HAB(W-J)   TO CQ-TIPO-HAB(W-CO-N)
        MOVE R-ENTRADA(W-J)    TO CQ-ENTRADA(W-CO-N)
        MOVE R-SALIDA(W-J)     TO CQ-SALIDA(W-CO-N)
        MOVE R-NOCHES(W-J)     TO CQ-NOCHES(W-CO-N)
        MOVE R-TOTAL(W-J)      TO CQ-TOTAL(W-CO-N)
        IF R-DEPOSITO(W-J) > R-PAGADO(W-J)
            SUBTRACT R-PAGADO(W-J) FROM R-DEPOSITO(W-J)
                GIVING CQ-DEPOSITO(W-CO-N)
        ELSE
            MOVE ZEROS TO CQ-DEPOSITO(W-CO-N)
        END-IF
        MOVE "S"               TO CQ-ENVIAR(W-CO-N)
    END-IF
    .

*> Anade a TBL-CORR el agradecimiento de la reserva archivada RH-REC.
CORR-CANDIDATA-HIST.
    IF W-CO-N >= CFG-MAX-CQ
        DISPLAY "  [!] Mas de " CFG-MAX-CQ " mensajes; la reserva "
                RH-ID " queda sin agradecimiento"
    ELSE
        ADD 1 TO W-CO-N
        MOVE "G"               TO CQ-TIPO(W-CO-N)
        MOVE RH-ID             TO CQ-RES-ID(W-CO-N)
        MOVE RH-CLI-ID         TO CQ-CLI-ID(W-CO-N)
        MOVE RH-HAB            TO CQ-HAB(W-CO-N)
        MOVE RH-TIPO-HAB       TO CQ-TIPO-HAB(W-CO-N)
        MOVE RH-ENTRADA        TO CQ-ENTRADA(W-CO-N)
        MOVE RH-SALIDA         TO CQ-SALIDA(W-CO-N)
        MOVE RH-NOCHES         TO CQ-NOCHES(W-CO-N)
        MOVE RH-TOTAL          TO CQ-TOTAL(W-CO-N)
        MOVE ZEROS             TO CQ-DEPOSITO(W-CO-N)
        MOVE "S"               TO CQ-ENVIAR(W-CO-N)
    END-IF
    .

*> Una pasada por CORRLOG.DAT: lo ya enviado (mismo tipo de carta y
*> misma reserva) se desmarca.
CORR-MARCAR-ENVIADAS.
    OPEN INPUT F-CLG
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-CLG
    ELSE
        READ F-CLG
        PERFORM UNTIL WS-FS = "10"
            PERFORM VARYING W-CO-Q FROM 1 BY 1 UNTIL W-CO-Q > W-CO-N
                IF CQ-ENVIAR(W-CO-Q) = "S"
                   AND CQ-TIPO(W-CO-Q) = CL-TIPO
                   AND CQ-RES-ID(W-CO-Q) = CL-RES-ID
                    MOVE "N" TO CQ-ENVIAR(W-CO-Q)
                    ADD 1 TO W-CO-YA
                END-IF
            END-PERFORM
            READ F-CLG
        END-PERFORM
        CLOSE F-CLG
    END-IF
    .

*> Graba el mensaje W-CO-Q en el extracto y lo anota en CORRLOG.DAT.
CORR-ESCRIBIR.
    MOVE CQ-CLI-ID(W-CO-Q) TO W-BUSCAR-C
    PERFORM BUSCAR-CLI
    IF W-ENC = "N"
        ADD 1 TO W-CO-SIN-EMAIL
    ELSE
        IF C-EMAIL(W-IDX-C) = SPACES
            ADD 1 TO W-CO-SIN-EMAIL
        ELSE
            IF CQ-TIPO(W-CO-Q) = "G" AND C-PUBLI(W-IDX-C) NOT = "S"
                ADD 1 TO W-CO-SIN-CONS
            ELSE
                PERFORM CORR-IDIOMA
                PERFORM CORR-BUSCAR-PLANTILLA
                IF W-CO-IDX-PL = ZEROS
                    ADD 1 TO W-CO-SIN-PL
                ELSE
                    PERFORM CORR-PREPARAR-MENSAJE
                    IF W-CO-ABIERTO = "N"
                        OPEN EXTEND F-COR
                        IF WS-FS = "00" OR WS-FS = "05"
                            MOVE "S" TO W-CO-ABIERTO
                        ELSE
                            MOVE WS-FS TO W-CO-FS
                        END-IF
                    END-IF
                    IF W-CO-ABIERTO = "S"
                        WRITE CR-REC
                        IF WS-FS NOT = "00"
                            MOVE WS-FS TO W-CO-FS
                        ELSE
                            ADD 1 TO W-CO-ESCRITOS
                            MOVE SES-FECHA         TO CL-FECHA
                            MOVE CR-TIPO           TO CL-TIPO
                            MOVE CR-RES-ID         TO CL-RES-ID
                            MOVE CR-CLI-ID         TO CL-CLI-ID
                            MOVE CR-IDIOMA         TO CL-IDIOMA
                            MOVE CR-CLASE          TO CL-CLASE
                            MOVE SES-OPER-ID       TO CL-OPER
                            OPEN EXTEND F-CLG
                            WRITE CL-REC
                            CLOSE F-CLG
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    .

*> Rellena CR-REC con los datos del mensaje W-CO-Q, el cliente
*> W-IDX-C y los textos de la plantilla W-CO-IDX-PL.
CORR-PREPARAR-MENSAJE.
    MOVE SPACES                    TO CR-REC
    MOVE CQ-TIPO(W-CO-Q)           TO CR-TIPO
    IF CQ-TIPO(W-CO-Q) = "G"
        MOVE "M"                   TO CR-CLASE
    ELSE
        MOVE "T"                   TO CR-CLASE
    END-IF
    MOVE PL-IDIOMA(W-CO-IDX-PL)    TO CR-IDIOMA
    MOVE C-ID(W-IDX-C)             TO CR-CLI-ID
    MOVE C-NOMBRE-COMP(W-IDX-C)    TO CR-NOMBRE
    MOVE C-EMAIL(W-IDX-C)          TO CR-EMAIL
    MOVE CQ-RES-ID(W-CO-Q)         TO CR-RES-ID
    MOVE CQ-HAB(W-CO-Q)            TO CR-HAB
    MOVE CQ-ENTRADA(W-CO-Q)        TO CR-ENTRADA
    MOVE CQ-SALIDA(W-CO-Q)         TO CR-SALIDA
    MOVE CQ-NOCHES(W-CO-Q)         TO CR-NOCHES
    MOVE CQ-TOTAL(W-CO-Q)          TO CR-TOTAL
    MOVE CQ-DEPOSITO(W-CO-Q)       TO CR-DEPOSITO
    MOVE C-PUNTOS(W-IDX-C)         TO CR-PUNTOS
    EVALUATE C-CAT(W-IDX-C)
        WHEN "G" MOVE "GOLD"       TO CR-CATEGORIA
        WHEN "P" MOVE "PLUS"       TO CR-CATEGORIA
        WHEN OTHER MOVE "NORMAL"   TO CR-CATEGORIA
    END-EVALUATE
    *> tipo de habitacion: el de la habitacion asignada o, en las
    *> reservas por tipo, el nombre generico del tipo
    MOVE SPACES TO W-CO-TIPO-HAB
    IF CQ-HAB(W-CO-Q) > ZEROS
        MOVE CQ-HAB(W-CO-Q) TO W-BUSCAR-H
        PERFORM BUSCAR-HAB
        IF W-ENC = "S"
            MOVE H-TIPO-NOMBRE(W-IDX-H) TO W-CO-TIPO-HAB
        END-IF
    END-IF
    IF W-CO-TIPO-HAB = SPACES
        EVALUATE CQ-TIPO-HAB(W-CO-Q)
            WHEN "SI" MOVE "Individual"    TO W-CO-TIPO-HAB
            WHEN "DO" MOVE "Doble"         TO W-CO-TIPO-HAB
            WHEN "ST" MOVE "Suite"         TO W-CO-TIPO-HAB
            WHEN "SU" MOVE "Suite Premium" TO W-CO-TIPO-HAB
            WHEN "PS" MOVE "Penthouse"     TO W-CO-TIPO-HAB
        END-EVALUATE
    END-IF
    MOVE W-CO-TIPO-HAB             TO CR-TIPO-HAB
    *> cancelacion sin gastos hasta CANC-VEN dias antes de la llegada
    *> (ver RES-CALCULAR-PENALIZACION)
    IF CQ-TIPO(W-CO-Q) = "L"
        MOVE "CANC-VEN" TO W-PARAM-COD
        PERFORM OBTENER-PARAM
        MOVE CQ-ENTRADA(W-CO-Q) TO W-CO-FECHA
        COMPUTE W-CO-DIAS = 0 - W-PARAM-VAL
        PERFORM CORR-DESPLAZAR-FECHA
        MOVE W-CO-FECHA TO CR-FECHA-CANC
    END-IF
    MOVE PL-ASUNTO(W-CO-IDX-PL)    TO CR-ASUNTO
    MOVE PL-SALUDO(W-CO-IDX-PL)    TO CR-SALUDO
    MOVE PL-TEXTO1(W-CO-IDX-PL)    TO CR-TEXTO1
    MOVE PL-TEXTO2(W-CO-IDX-PL)    TO CR-TEXTO2
    MOVE PL-DESPEDIDA(W-CO-IDX-PL) TO CR-DESPEDIDA
    .

*> Idioma de la correspondencia a partir del texto libre C-IDIOMA
*> del cliente W-IDX-C ("Espanol", "EN", "Aleman"...). Deja ES, EN,
*> FR o DE en W-CO-IDIOMA; cualquier otro idioma recibe EN.
CORR-IDIOMA.
    MOVE FUNCTION UPPER-CASE(C-IDIOMA(W-IDX-C)) TO W-CO-IDI-TXT
    EVALUATE TRUE
        WHEN W-CO-IDI-TXT = "ES"
          OR W-CO-IDI-TXT(1:3) = "ESP" OR W-CO-IDI-TXT(1:3) = "CAS"
          OR W-CO-IDI-TXT(1:3) = "SPA"
            MOVE "ES" TO W-CO-IDIOMA
        WHEN W-CO-IDI-TXT = "FR"
          OR W-CO-IDI-TXT(1:3) = "FRA" OR W-CO-IDI-TXT(1:3) = "FRE"
            MOVE "FR" TO W-CO-IDIOMA
        WHEN W-CO-IDI-TXT = "DE"
          OR W-CO-IDI-TXT(1:3) = "ALE" OR W-CO-IDI-TXT(1:3) = "DEU"
          OR W-CO-IDI-TXT(1:3) = "GER"
            MOVE "DE" TO W-CO-IDIOMA
        WHEN OTHER
            MOVE "EN" TO W-CO-IDIOMA
    END-EVALUATE
    .

*> Plantilla del tipo CQ-TIPO(W-CO-Q) en W-CO-IDIOMA o, si no la
*> hay, en EN. Deja su fila en W-CO-IDX-PL (0 = ninguna).
CORR-BUSCAR-PLANTILLA.
    MOVE CQ-TIPO(W-CO-Q) TO W-CO-TIPO
    PERFORM CORR-BUSCAR-PL-IDIOMA
    IF W-CO-IDX-PL = ZEROS AND W-CO-IDIOMA NOT = "EN"
        MOVE "EN" TO W-CO-IDIOMA
        PERFORM CORR-BUSCAR-PL-IDIOMA
    END-IF
    .

CORR-BUSCAR-PL-IDIOMA.
    MOVE ZEROS TO W-CO-IDX-PL
    PERFORM VARYING W-CO-P FROM 1 BY 1 UNTIL W-CO-P > G-N-PLC
        IF PL-TIPO(W-CO-P) = W-CO-TIPO
           AND PL-IDIOMA(W-CO-P) = W-CO-IDIOMA
            MOVE W-CO-P TO W-CO-IDX-PL
        END-IF
    END-PERFORM
    .

*> W-CO-FECHA (AAAA-MM-DD) desplazada W-CO-DIAS dias (con signo).
CORR-DESPLAZAR-FECHA.
    MOVE W-CO-FECHA(1:4) TO W-FECHA-AAAA
    MOVE W-CO-FECHA(6:2) TO W-FECHA-MM
    MOVE W-CO-FECHA(9:2) TO W-FECHA-DD
    COMPUTE W-FECHA-DIA-JUL =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
        + W-CO-DIAS
    MOVE FUNCTION DATE-OF-INTEGER(W-FECHA-DIA-JUL) TO W-FECHA-AAAAMMDD
    MOVE W-FECHA-AAAAMMDD(1:4) TO W-FECHA-AAAA
    MOVE W-FECHA-AAAAMMDD(5:2) TO W-FECHA-MM
    MOVE W-FECHA-AAAAMMDD(7:2) TO W-FECHA-DD
    MOVE SPACES TO W-CO-FECHA
    STRING W-FECHA-AAAA "-" W-FECHA-MM "-" W-FECHA-DD
        DELIMITED BY SIZE INTO W-CO-FECHA
    .

*> ----------------------------------------------------------------
*> Plantillas por tipo de carta e idioma. Los cambios necesitan
*> autorizacion de supervisor (OPERAUD accion PLANTCOR).
*> ----------------------------------------------------------------
CORR-PLANTILLAS.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  PLANTILLAS DE CORRESPONDENCIA"
    DISPLAY L-DOBLE
    PERFORM VARYING W-CO-P FROM 1 BY 1 UNTIL W-CO-P > G-N-PLC
        DISPLAY "  " PL-TIPO(W-CO-P) " " PL-IDIOMA(W-CO-P) "  "
                PL-ASUNTO(W-CO-P)
    END-PERFORM
    DISPLAY L-SIMPLE
    DISPLAY "  Tipo L=previa a la llegada  G=agradecimiento (comercial)"
    DISPLAY "  Idiomas ES EN FR DE; sin plantilla del idioma se usa EN"
    DISPLAY L-SIMPLE
    DISPLAY "  M=modificar  Enter=volver: " WITH NO ADVANCING
    ACCEPT W-CO-OPC
    MOVE FUNCTION UPPER-CASE(W-CO-OPC) TO W-CO-OPC
    IF W-CO-OPC = "M"
        DISPLAY "  Tipo (L/G)   : " WITH NO ADVANCING
        ACCEPT W-CO-TIPO
        MOVE FUNCTION UPPER-CASE(W-CO-TIPO) TO W-CO-TIPO
        DISPLAY "  Idioma       : " WITH NO ADVANCING
        ACCEPT W-CO-IDIOMA
        MOVE FUNCTION UPPER-CASE(W-CO-IDIOMA) TO W-CO-IDIOMA
        PERFORM CORR-BUSCAR-PL-IDIOMA
        IF W-CO-IDX-PL = ZEROS
            DISPLAY "  [!] Plantilla no encontrada"
        ELSE
            PERFORM CORR-PEDIR-PLANTILLA
        END-IF
    END-IF
    .

*> Pide los textos de la plantilla W-CO-IDX-PL (Enter = mantener).
CORR-PEDIR-PLANTILLA.
    MOVE W-CO-IDX-PL TO W-CO-P
    DISPLAY "  Asunto actual  : " PL-ASUNTO(W-CO-P)
    DISPLAY "  Nuevo asunto   : " WITH NO ADVANCING
    ACCEPT NPL-ASUNTO
    IF NPL-ASUNTO = SPACES
        MOVE PL-ASUNTO(W-CO-P) TO NPL-ASUNTO
    END-IF
    DISPLAY "  Saludo actual  : " PL-SALUDO(W-CO-P)
    DISPLAY "  Nuevo saludo   : " WITH NO ADVANCING
    ACCEPT NPL-SALUDO
    IF NPL-SALUDO = SPACES
        MOVE PL-SALUDO(W-CO-P) TO NPL-SALUDO
    END-IF
    DISPLAY "  Texto 1 actual : " PL-TEXTO1(W-CO-P)
    DISPLAY "  Nuevo texto 1  : " WITH NO ADVANCING
    ACCEPT NPL-TEXTO1
    IF NPL-TEXTO1 = SPACES
        MOVE PL-TEXTO1(W-CO-P) TO NPL-TEXTO1
    END-IF
    DISPLAY "  Texto 2 actual : " PL-TEXTO2(W-CO-P)
    DISPLAY "  Nuevo texto 2  : " WITH NO ADVANCING
    ACCEPT NPL-TEXTO2
    IF NPL-TEXTO2 = SPACES
        MOVE PL-TEXTO2(W-CO-P) TO NPL-TEXTO2
    END-IF
    DISPLAY "  Despedida act. : " PL-DESPEDIDA(W-CO-P)
    DISPLAY "  Nueva despedida: " WITH NO ADVANCING
    ACCEPT NPL-DESPEDIDA
    IF NPL-DESPEDIDA = SPACES
        MOVE PL-DESPEDIDA(W-CO-P) TO NPL-DESPEDIDA
    END-IF
    MOVE "PLANTCOR"          TO W-AO-ACCION
    MOVE SPACES              TO W-AO-REF
    STRING W-CO-TIPO "-" W-CO-IDIOMA DELIMITED BY SIZE
        INTO W-AO-REF
    MOVE PL-ASUNTO(W-CO-P)   TO W-AO-ANTES
    MOVE NPL-ASUNTO          TO W-AO-DESPUES
    PERFORM SUPERVISOR-AUTORIZAR
    IF W-AUT-OK = "S"
        MOVE NPL-ASUNTO    TO PL-ASUNTO(W-CO-P)
        MOVE NPL-SALUDO    TO PL-SALUDO(W-CO-P)
        MOVE NPL-TEXTO1    TO PL-TEXTO1(W-CO-P)
        MOVE NPL-TEXTO2    TO PL-TEXTO2(W-CO-P)
        MOVE NPL-DESPEDIDA TO PL-DESPEDIDA(W-CO-P)
        PERFORM GUARDAR-PLANTILLAS
        DISPLAY "  *** PLANTILLA " W-AO-REF " GRABADA ***"
        ADD 1 TO SES-OPS
    END-IF
    .

*> ================================================================
*> LIMITE DE CREDITO DE LOS ALOJADOS -- cada estancia en casa tiene
*> un tope de saldo abierto (lo facturable hasta hoy con servicios
*> e IVA, menos lo pagado), fijado en el check-in:
*>   T  preautorizacion de tarjeta: el limite es lo autorizado
*>   D  deposito cobrado en la entrada: el limite es el saldo de la
*>      estancia antes del deposito, asi que se puede cargar hasta
*>      el importe depositado
*>   C  por categoria del cliente: saldo de la estancia mas el
*>      margen LIM-N / LIM-P / LIM-G de PARAM.DAT
*> Un cargo que lo superaria se bloquea en mostrador y se rechaza
*> (motivo 15) en la importacion del TPV. Recepcion lo amplia con
*> una nueva preautorizacion o baja el saldo con un pago a cuenta.
*> Todo movimiento del limite queda en LIMCRED.DAT.
*> ================================================================

*> Saldo abierto de la estancia W-J en W-LIM-SALDO, recalculado
*> como en el checkout e incluyendo el cargo W-LIM-CARGO que se
*> pretende anotar (cero si solo se consulta).
LIM-CALCULAR-SALDO.
    ADD R-BASE-HAB(W-J) R-SUPL-REGIMEN(W-J) R-SUPL-EXTRA(W-J)
        R-IMPORTE-SVC(W-J) W-LIM-CARGO
        GIVING W-LIM-BASE
    IF W-LIM-BASE > R-DESCUENTO(W-J)
        SUBTRACT R-DESCUENTO(W-J) FROM W-LIM-BASE
    ELSE
        MOVE ZEROS TO W-LIM-BASE
    END-IF
    PERFORM RESOLVER-IVA-VIGENTE
    MULTIPLY W-LIM-BASE BY W-IVA-VIG GIVING W-LIM-IVA
    COMPUTE W-LIM-SALDO = W-LIM-BASE + W-LIM-IVA + R-TASA(W-J)
                        - R-PAGADO(W-J)
    .

*> Margen de credito por defecto de la categoria del cliente de la
*> estancia W-J, en W-LIM-IMP.
LIM-DEFECTO-CATEGORIA.
    MOVE R-CLI-ID(W-J) TO W-BUSCAR-C
    PERFORM BUSCAR-CLI
    MOVE "LIM-N" TO W-PARAM-COD
    IF W-ENC = "S"
        EVALUATE C-CAT(W-IDX-C)
            WHEN "G" MOVE "LIM-G" TO W-PARAM-COD
            WHEN "P" MOVE "LIM-P" TO W-PARAM-COD
        END-EVALUATE
    END-IF
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-LIM-IMP
    .

*> Limite por categoria para la estancia W-J, con W-LIM-SALDO ya
*> calculado sin cargo. Deja preparado el apunte de LIMCRED.DAT.
LIM-FIJAR-CATEGORIA.
    PERFORM LIM-DEFECTO-CATEGORIA
    IF W-LIM-SALDO > ZEROS
        ADD W-LIM-SALDO W-LIM-IMP GIVING R-LIMITE(W-J)
    ELSE
        MOVE W-LIM-IMP TO R-LIMITE(W-J)
    END-IF
    MOVE "C"    TO R-LIM-ORIGEN(W-J)
    MOVE "C"    TO W-LIM-TIPO
    MOVE SPACES TO W-LIM-AUT
    .

*> Estancias que ya estaban en casa sin limite: se les pone el de
*> su categoria la primera vez que se consultan.
LIM-ASEGURAR.
    IF R-ESTADO(W-J) = "A" AND R-LIM-ORIGEN(W-J) = SPACES
        MOVE ZEROS TO W-LIM-CARGO
        PERFORM LIM-CALCULAR-SALDO
        PERFORM LIM-FIJAR-CATEGORIA
        MOVE R-PAGADO(W-J) TO R-LIM-PAGADO(W-J)
        PERFORM LIM-ANOTAR
        PERFORM DIARIO-RES
    END-IF
    .

*> Comprueba si el cargo W-LIM-CARGO cabe en el limite de W-J.
*> Deja W-LIM-OK = "S" / "N" y W-LIM-SALDO con el cargo incluido.
LIM-COMPROBAR-CARGO.
    MOVE W-LIM-CARGO TO W-LIM-NUEVO
    PERFORM LIM-ASEGURAR
    MOVE W-LIM-NUEVO TO W-LIM-CARGO
    PERFORM LIM-CALCULAR-SALDO
    MOVE ZEROS TO W-LIM-CARGO
    IF W-LIM-SALDO > R-LIMITE(W-J)
        MOVE "N" TO W-LIM-OK
    ELSE
        MOVE "S" TO W-LIM-OK
    END-IF
    .

*> Garantia pedida en el check-in de la estancia W-J.
LIM-FIJAR-ENTRADA.
    MOVE ZEROS TO W-LIM-CARGO
    PERFORM LIM-CALCULAR-SALDO
    MOVE W-LIM-SALDO TO D-IMP3
    DISPLAY L-SIMPLE
    DISPLAY "  Saldo de la estancia: " D-IMP3 " EUR"
    DISPLAY "  Preautorizacion de tarjeta (EUR, 0 = sin tarjeta): "
            WITH NO ADVANCING
    ACCEPT W-LIM-IMP
    IF W-LIM-IMP > ZEROS
        DISPLAY "  Codigo de autorizacion: " WITH NO ADVANCING
        ACCEPT W-LIM-AUT
        MOVE W-LIM-IMP TO R-LIMITE(W-J)
        MOVE "T"       TO R-LIM-ORIGEN(W-J)
        MOVE "T"       TO W-LIM-TIPO
        IF W-LIM-SALDO > R-LIMITE(W-J)
            DISPLAY "  [!] La preautorizacion no cubre el saldo de "
                    "la estancia: no se admitiran cargos"
        END-IF
    ELSE
        DISPLAY "  Deposito de garantia (EUR, 0 = ninguno): "
                WITH NO ADVANCING
        ACCEPT W-LIM-IMP
        IF W-LIM-IMP > ZEROS AND W-LIM-IMP > W-LIM-SALDO
            DISPLAY "  [!] El deposito no puede superar el saldo de "
                    "la estancia"
            MOVE ZEROS TO W-LIM-IMP
        END-IF
        IF W-LIM-IMP > ZEROS
            DISPLAY "  Forma de pago (EF/TC/TR/DB): " WITH NO ADVANCING
            ACCEPT W-TXT
            MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
            MOVE W-LIM-SALDO TO R-LIMITE(W-J)
            MOVE "D"         TO R-LIM-ORIGEN(W-J)
            MOVE "D"         TO W-LIM-TIPO
            MOVE SPACES      TO W-LIM-AUT
            PERFORM LIM-COBRAR
        ELSE
            PERFORM LIM-FIJAR-CATEGORIA
        END-IF
    END-IF
    MOVE R-PAGADO(W-J) TO R-LIM-PAGADO(W-J)
    PERFORM LIM-ANOTAR
    .

*> Cobro a cuenta de W-LIM-IMP con forma W-TXT sobre la estancia
*> W-J (deposito de entrada o pago a cuenta), igual que un pago
*> parcial: suma a lo pagado y se anota como anticipo.
LIM-COBRAR.
    MOVE W-TXT       TO R-FORMA-PAGO(W-J)
    MOVE SES-FECHA   TO R-FECHA-COBRO(W-J)
    MOVE SES-OPER-ID TO R-OPER-COBRO(W-J)
    IF W-TXT(1:2) = "EF"
        ADD W-LIM-IMP TO SES-EF-TURNO
    END-IF
    ADD W-LIM-IMP TO R-PAGADO(W-J)
    IF W-LIM-IMP < R-PENDIENTE(W-J)
        SUBTRACT W-LIM-IMP FROM R-PENDIENTE(W-J)
        MOVE "P" TO R-PAGADA(W-J)
    ELSE
        MOVE ZEROS TO R-PENDIENTE(W-J)
        MOVE "S" TO R-PAGADA(W-J)
    END-IF
    MOVE "A"       TO W-CB-TIPO
    MOVE W-TXT     TO W-CB-FORMA
    MOVE W-LIM-IMP TO W-CB-IMP
    PERFORM COBRO-ANOTAR
    .

*> Anade a LIMCRED.DAT el movimiento W-LIM-TIPO de la estancia W-J.
LIM-ANOTAR.
    MOVE SES-FECHA       TO LM-FECHA
    MOVE R-ID(W-J)       TO LM-RES-ID
    MOVE W-LIM-TIPO      TO LM-TIPO
    MOVE W-LIM-IMP       TO LM-IMPORTE
    MOVE W-LIM-AUT       TO LM-AUTORIZ
    MOVE R-LIMITE(W-J)   TO LM-LIMITE
    MOVE SES-OPER-ID     TO LM-OPER
    OPEN EXTEND F-LIM
    WRITE LM-REC
    CLOSE F-LIM
    .

LIM-MOSTRAR.
    MOVE ZEROS TO W-LIM-CARGO
    PERFORM LIM-CALCULAR-SALDO
    MOVE R-LIMITE(W-J) TO D-IMP
    EVALUATE R-LIM-ORIGEN(W-J)
        WHEN "T"
            DISPLAY "  Limite de credito: " D-IMP
                    " EUR (preautorizacion)"
        WHEN "D"
            DISPLAY "  Limite de credito: " D-IMP " EUR (deposito)"
        WHEN OTHER
            DISPLAY "  Limite de credito: " D-IMP " EUR (categoria)"
    END-EVALUATE
    MOVE W-LIM-SALDO TO D-IMP3
    DISPLAY "  Saldo abierto    : " D-IMP3 " EUR"
    COMPUTE W-LIM-DISP = R-LIMITE(W-J) - W-LIM-SALDO
    MOVE W-LIM-DISP TO D-IMP3
    DISPLAY "  Disponible       : " D-IMP3 " EUR"
    .

*> ----------------------------------------------------------------
*> Mostrador: consulta del limite de un alojado y registro de una
*> nueva preautorizacion (suma al limite) o de un pago a cuenta
*> (baja el saldo abierto y deja sitio a nuevos cargos).
*> ----------------------------------------------------------------
LIM-GESTIONAR.
    DISPLAY " "
    DISPLAY L-DOBLE
    DISPLAY "  LIMITE DE CREDITO DE UN HUESPED ALOJADO"
    DISPLAY L-DOBLE
    DISPLAY "  ID de reserva: " WITH NO ADVANCING
    ACCEPT W-BUSCAR-R
    PERFORM BUSCAR-RES
    IF W-ENC = "N"
        DISPLAY "  [!] Reserva no encontrada"
    ELSE
        MOVE W-IDX-R TO W-J
        IF R-ESTADO(W-J) NOT = "A"
            DISPLAY "  [!] El huesped no esta registrado"
        ELSE
            PERFORM LIM-ASEGURAR
            DISPLAY "  Cliente : " R-NOMBRE-CLI(W-J)
            DISPLAY "  Hab     : " R-HAB(W-J)
            PERFORM LIM-MOSTRAR
            DISPLAY L-SIMPLE
            DISPLAY "  A = nueva preautorizacion  P = pago a cuenta  "
                    "Enter = salir: " WITH NO ADVANCING
            ACCEPT W-RESP
            MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
            EVALUATE W-RESP
                WHEN "A" PERFORM LIM-AMPLIAR
                WHEN "P" PERFORM LIM-PAGO-A-CUENTA
                WHEN SPACES CONTINUE
                WHEN OTHER DISPLAY "  [!] Opcion invalida"
            END-EVALUATE
        END-IF
    END-IF
    DISPLAY L-DOBLE
    .

LIM-AMPLIAR.
    DISPLAY "  Importe autorizado (EUR): " WITH NO ADVANCING
    ACCEPT W-LIM-IMP
    IF W-LIM-IMP <= ZEROS
        DISPLAY "  [!] Importe invalido"
    ELSE
        DISPLAY "  Codigo de autorizacion: " WITH NO ADVANCING
        ACCEPT W-LIM-AUT
        ADD W-LIM-IMP TO R-LIMITE(W-J)
        MOVE "T" TO R-LIM-ORIGEN(W-J)
        MOVE "A" TO W-LIM-TIPO
        PERFORM LIM-ANOTAR
        PERFORM DIARIO-RES
        DISPLAY "  *** LIMITE AMPLIADO ***"
        PERFORM LIM-MOSTRAR
        ADD 1 TO SES-OPS
    END-IF
    .

LIM-PAGO-A-CUENTA.
    DISPLAY "  Importe a pagar ahora (EUR): " WITH NO ADVANCING
    ACCEPT W-LIM-IMP
    IF W-LIM-IMP <= ZEROS OR W-LIM-IMP > W-LIM-SALDO
        DISPLAY "  [!] Importe invalido (maximo el saldo abierto)"
    ELSE
        DISPLAY "  Forma de pago (EF/TC/TR/DB): " WITH NO ADVANCING
        ACCEPT W-TXT
        MOVE FUNCTION UPPER-CASE(W-TXT) TO W-TXT
        PERFORM LIM-COBRAR
        MOVE "P"    TO W-LIM-TIPO
        MOVE SPACES TO W-LIM-AUT
        PERFORM LIM-ANOTAR
        PERFORM DIARIO-RES
        DISPLAY "  *** PAGO A CUENTA REGISTRADO ***"
        PERFORM LIM-MOSTRAR
        ADD 1 TO SES-OPS
    END-IF
    .

*> ----------------------------------------------------------------
*> Informe de saldos altos SALDOS-<fecha>.TXT: alojados cuyo saldo
*> abierto llega a LIM-PCT de su limite, o que llevan LIM-NOC
*> noches o mas (contando la de hoy) sin pagar nada desde la
*> entrada teniendo saldo. No pregunta nada: es un paso de la
*> auditoria nocturna y se puede sacar tambien desde mostrador.
*> Deja W-LIM-N = estancias senaladas.
*> ----------------------------------------------------------------
LIM-INFORME-SALDOS.
    MOVE "LIM-PCT" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-LIM-PCT
    MOVE "LIM-NOC" TO W-PARAM-COD
    PERFORM OBTENER-PARAM
    MOVE W-PARAM-VAL TO W-LIM-NOC
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "SALDOS-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "SALDOS ALTOS DE HUESPEDES ALOJADOS" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  SALDOS ALTOS DE HUESPEDES ALOJADOS -- " SES-FECHA
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    COMPUTE D-LIM-UMB = W-LIM-PCT * 100
    MOVE W-LIM-NOC TO D-NOC
    STRING "  Umbral de saldo:" D-LIM-UMB "% del limite"
           "   Noches sin pago:" D-NOC
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  RES   HAB CLIENTE                LIMITE       SALDO    % NOC MOTIVO"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-LIM-N W-LIM-TOTAL
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-ESTADO(W-J) = "A"
            PERFORM LIM-INFORME-ESTANCIA
        END-IF
    END-PERFORM
    IF W-LIM-N = ZEROS
        MOVE "  Ningun huesped por encima de los umbrales." TO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-LIM-N TO D-CNT
    MOVE W-LIM-TOTAL TO D-IMP2
    STRING "  Estancias senaladas: " D-CNT
           "   Saldo abierto: " D-IMP2 " EUR"
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    .

LIM-INFORME-ESTANCIA.
    PERFORM LIM-ASEGURAR
    MOVE ZEROS TO W-LIM-CARGO
    PERFORM LIM-CALCULAR-SALDO
    *> noches transcurridas desde la entrada, contando la de hoy
    MOVE R-ENTRADA(W-J)(1:4) TO W-FECHA-AAAA
    MOVE R-ENTRADA(W-J)(6:2) TO W-FECHA-MM
    MOVE R-ENTRADA(W-J)(9:2) TO W-FECHA-DD
    COMPUTE W-FECHA-DIA-JUL =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
    MOVE SES-FECHA(1:4) TO W-FECHA-AAAA
    MOVE SES-FECHA(6:2) TO W-FECHA-MM
    MOVE SES-FECHA(9:2) TO W-FECHA-DD
    COMPUTE W-LIM-NOCHES =
        FUNCTION INTEGER-OF-DATE(
            W-FECHA-AAAA * 10000 + W-FECHA-MM * 100 + W-FECHA-DD)
        - W-FECHA-DIA-JUL + 1
    IF W-LIM-NOCHES < ZEROS
        MOVE ZEROS TO W-LIM-NOCHES
    END-IF
    *> porcentaje del limite consumido
    IF W-LIM-SALDO <= ZEROS
        MOVE ZEROS TO W-LIM-POR
    ELSE
        IF R-LIMITE(W-J) = ZEROS
            MOVE 9999 TO W-LIM-POR
        ELSE
            COMPUTE W-LIM-POR = W-LIM-SALDO * 100 / R-LIMITE(W-J)
                ON SIZE ERROR MOVE 9999 TO W-LIM-POR
            END-COMPUTE
        END-IF
    END-IF
    MOVE SPACES TO W-LIM-MOTIVO
    IF W-LIM-SALDO > ZEROS
        IF W-LIM-SALDO >= R-LIMITE(W-J) * W-LIM-PCT
            MOVE "LIMITE" TO W-LIM-MOTIVO
        END-IF
        IF W-LIM-NOCHES >= W-LIM-NOC
           AND R-PAGADO(W-J) <= R-LIM-PAGADO(W-J)
            IF W-LIM-MOTIVO = SPACES
                MOVE "SIN PAGO" TO W-LIM-MOTIVO
            ELSE
                MOVE "LIMITE+SIN PAGO" TO W-LIM-MOTIVO
            END-IF
        END-IF
    END-IF
    IF W-LIM-MOTIVO NOT = SPACES
        ADD 1 TO W-LIM-N
        ADD W-LIM-SALDO TO W-LIM-TOTAL
        MOVE R-LIMITE(W-J) TO D-IMP
        MOVE W-LIM-SALDO   TO D-IMP3
        MOVE W-LIM-POR     TO D-LIM-POR
        MOVE W-LIM-NOCHES  TO D-NOC
        STRING "  " R-ID(W-J) " " R-HAB(W-J) " "
               R-NOMBRE-CLI(W-J)(1:18) " " D-IMP " " D-IMP3 " "
               D-LIM-POR " " D-NOC " " W-LIM-MOTIVO
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    .

*> ================================================================
        MOVE W-LIN TO SP-REG
        WRITE SP-REG
        ADD 1 TO SPOOL-LINEAS
        ADD 1 TO SPOOL-TOTAL
    END-IF
    MOVE SPACES TO W-LIN
    .
    DISPLAY "  9. Liquidacion mensual tasa turistica"
    DISPLAY "  10. Emitir factura rectificativa (abono)"
    DISPLAY "  11. Cuentas de credito (empresas/agencias)"
    DISPLAY "  12. Mapa de cuentas contables"
    DISPLAY "  13. Reexportar asientos de un dia"
    DISPLAY "  14. Comisiones de agencias y OTAs"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
        WHEN 9 PERFORM FAC-TASA-TURISTICA
        WHEN 10 PERFORM FAC-RECTIFICATIVA
        WHEN 11 PERFORM MENU-CUENTAS
        WHEN 12 PERFORM CONTAB-MAPA
        WHEN 13 PERFORM CONTAB-REEXPORTAR
        WHEN 14 PERFORM MENU-COMISIONES
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
        PERFORM IMPRIMIR-LIN
        MOVE L-SIMPLE TO W-LIN
        PERFORM IMPRIMIR-LIN
        IF R-PAQUETE(W-J) NOT = SPACES
            *> tarifa de paquete: el precio cerrado se presenta repartido
            *> entre alojamiento y servicios incluidos
            MOVE R-PAQUETE(W-J) TO W-PQ-COD
            PERFORM PAQ-BUSCAR
            IF W-IDX-PQ > ZEROS
                STRING "  Paquete " R-PAQUETE(W-J) " " PQ-NOMBRE(W-IDX-PQ)
                    DELIMITED BY SIZE INTO W-LIN
            ELSE
                STRING "  Paquete " R-PAQUETE(W-J) DELIMITED BY SIZE INTO W-LIN
            END-IF
            PERFORM IMPRIMIR-LIN
            MOVE R-BASE-HAB(W-J) TO D-IMP2
            STRING "    Alojamiento (" R-NOCHES(W-J) " noches)                  "
                   D-IMP2
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE R-PAQ-SVC(W-J) TO D-IMP2
            STRING "    Servicios incluidos                       " D-IMP2
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        ELSE
            MOVE R-BASE-HAB(W-J) TO D-IMP2
            MOVE R-PRECIO-HAB(W-J) TO D-IMP
            STRING "  Alojamiento (" R-NOCHES(W-J) " noches x "
                   D-IMP " EUR)  " D-IMP2
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
        IF R-SUPL-REGIMEN(W-J) > ZEROS
            MOVE R-SUPL-REGIMEN(W-J) TO D-IMP2
            STRING "  Suplemento regimen " R-REGIMEN(W-J)
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
        *> Listar servicios (los del paquete, sin importe propio)
        PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-SVC
            IF S-RES-ID(W-I) = R-ID(W-J)
                IF S-HORA(W-I) = "PAQ"
                    STRING "  " S-DESC(W-I)(1:36) " x" S-CANT(W-I)
                           "       incluido"
                        DELIMITED BY SIZE INTO W-LIN
                ELSE
                    MOVE S-TOTAL(W-I) TO D-IMP2
                    STRING "  " S-DESC(W-I)(1:36) " x" S-CANT(W-I)
                           "  " D-IMP2
                        DELIMITED BY SIZE INTO W-LIN
                END-IF
                PERFORM IMPRIMIR-LIN
            END-IF
        END-PERFORM
               D-IMP2
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
        IF R-PAQUETE(W-J) NOT = SPACES
            IF R-BASE-IMPONIBLE(W-J) > R-IMPORTE-SVC(W-J)
                SUBTRACT R-IMPORTE-SVC(W-J) FROM R-BASE-IMPONIBLE(W-J) GIVING W-TEMP
            ELSE
                MOVE ZEROS TO W-TEMP
            END-IF
            MOVE W-TEMP TO D-IMP2
            STRING "    de ello, alojamiento                      " D-IMP2
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
            MOVE R-IMPORTE-SVC(W-J) TO D-IMP2
            STRING "    de ello, servicios                        " D-IMP2
                DELIMITED BY SIZE INTO W-LIN
            PERFORM IMPRIMIR-LIN
        END-IF
        MOVE R-IVA(W-J) TO D-IMP2
        STRING "  IVA                                         "
               D-IMP2
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    IF RH-PAQUETE NOT = SPACES
        *> tarifa de paquete: el precio cerrado se presenta repartido
        *> entre alojamiento y servicios incluidos
        MOVE RH-PAQUETE TO W-PQ-COD
        PERFORM PAQ-BUSCAR
        IF W-IDX-PQ > ZEROS
            STRING "  Paquete " RH-PAQUETE " " PQ-NOMBRE(W-IDX-PQ)
                DELIMITED BY SIZE INTO W-LIN
        ELSE
            STRING "  Paquete " RH-PAQUETE DELIMITED BY SIZE INTO W-LIN
        END-IF
        PERFORM IMPRIMIR-LIN
        MOVE RH-BASE-HAB TO D-IMP2
        STRING "    Alojamiento (" RH-NOCHES " noches)                  "
               D-IMP2
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE RH-PAQ-SVC TO D-IMP2
        STRING "    Servicios incluidos                       " D-IMP2
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    ELSE
        MOVE RH-BASE-HAB TO D-IMP2
        MOVE RH-PRECIO-HAB TO D-IMP
        STRING "  Alojamiento (" RH-NOCHES " noches x "
               D-IMP " EUR)  " D-IMP2
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    IF RH-SUPL-REGIMEN > ZEROS
        MOVE RH-SUPL-REGIMEN TO D-IMP2
        STRING "  Suplemento regimen " RH-REGIMEN
    END-IF
    PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > G-N-SVC
        IF S-RES-ID(W-I) = RH-ID
            IF S-HORA(W-I) = "PAQ"
                STRING "  " S-DESC(W-I)(1:36) " x" S-CANT(W-I)
                       "       incluido"
                    DELIMITED BY SIZE INTO W-LIN
            ELSE
                MOVE S-TOTAL(W-I) TO D-IMP2
                STRING "  " S-DESC(W-I)(1:36) " x" S-CANT(W-I)
                       "  " D-IMP2
                    DELIMITED BY SIZE INTO W-LIN
            END-IF
            PERFORM IMPRIMIR-LIN
        END-IF
    END-PERFORM
    STRING "  Base imponible                              " D-IMP2
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    IF RH-PAQUETE NOT = SPACES
        IF RH-BASE-IMPONIBLE > RH-IMPORTE-SVC
            SUBTRACT RH-IMPORTE-SVC FROM RH-BASE-IMPONIBLE GIVING W-TEMP
        ELSE
            MOVE ZEROS TO W-TEMP
        END-IF
        MOVE W-TEMP TO D-IMP2
        STRING "    de ello, alojamiento                      " D-IMP2
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
        MOVE RH-IMPORTE-SVC TO D-IMP2
        STRING "    de ello, servicios                        " D-IMP2
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE RH-IVA TO D-IMP2
    STRING "  IVA                                         " D-IMP2
        DELIMITED BY SIZE INTO W-LIN
                        WITH NO ADVANCING
                ACCEPT W-RESP
                MOVE FUNCTION UPPER-CASE(W-RESP) TO W-RESP
                IF W-RESP = "S"
                    MOVE "FAC-RECT"   TO W-AO-ACCION
                    MOVE FA-NUM       TO W-AO-REF
                    MOVE W-TEMP2      TO D-IMP2
                    MOVE SPACES       TO W-AO-ANTES
                    STRING "Abonable " D-IMP2
                        DELIMITED BY SIZE INTO W-AO-ANTES
                    MOVE W-IMP        TO D-IMP2
                    MOVE SPACES       TO W-AO-DESPUES
                    STRING "Abono " D-IMP2
                        DELIMITED BY SIZE INTO W-AO-DESPUES
                    PERFORM SUPERVISOR-AUTORIZAR
                    IF W-AUT-OK NOT = "S"
                        MOVE "N" TO W-RESP
                    END-IF
                END-IF
                IF W-RESP = "S"
                    ADD 1 TO G-NUM-REC
                    MOVE G-NUM-REC TO W-NUM-REC
                END-IF
                ADD W-IMP TO R-PAGADO(W-J)
                SUBTRACT W-IMP FROM R-PENDIENTE(W-J)
                IF R-ESTADO(W-J) = "C"
                    MOVE "C" TO W-CB-TIPO
                ELSE
                    MOVE "A" TO W-CB-TIPO
                END-IF
                MOVE W-TXT TO W-CB-FORMA
                MOVE W-IMP TO W-CB-IMP
                PERFORM COBRO-ANOTAR
                IF R-PENDIENTE(W-J) <= ZEROS
                    MOVE "S" TO R-PAGADA(W-J)
                    MOVE ZEROS TO R-PENDIENTE(W-J)
                ADD W-IMP TO SES-EF-TURNO
            END-IF
            SUBTRACT W-IMP FROM CT-SALDO(W-IDX-CT)
            MOVE W-TXT TO W-CTM-FORMA
            MOVE "A"   TO W-CTM-TIPO
            MOVE ZEROS TO W-CTM-RES
            MOVE ZEROS TO W-CTM-FAC
    IF W-ENC = "N"
        DISPLAY "  [!] Cuenta no encontrada"
    ELSE
        MOVE "CTA-BLOQ"       TO W-AO-ACCION
        MOVE CT-ID(W-IDX-CT)  TO W-AO-REF
        IF CT-ACTIVO(W-IDX-CT) = "S"
            MOVE "ACTIVA"     TO W-AO-ANTES
            MOVE "BLOQUEADA"  TO W-AO-DESPUES
        ELSE
            MOVE "BLOQUEADA"  TO W-AO-ANTES
            MOVE "ACTIVA"     TO W-AO-DESPUES
        END-IF
        PERFORM SUPERVISOR-AUTORIZAR
        IF W-AUT-OK = "S"
            IF CT-ACTIVO(W-IDX-CT) = "S"
                MOVE "N" TO CT-ACTIVO(W-IDX-CT)
                DISPLAY "  *** CUENTA BLOQUEADA (no admite cargos) ***"
            ELSE
                MOVE "S" TO CT-ACTIVO(W-IDX-CT)
                DISPLAY "  *** CUENTA REACTIVADA ***"
            END-IF
            PERFORM DIARIO-CTA
            ADD 1 TO SES-OPS
        END-IF
    END-IF
    .

    DISPLAY "  7. Reservas por canal"
    DISPLAY "  8. Prevision de ocupacion e ingresos (30 dias)"
    DISPLAY "  9. Informe mensual historico (vs ano anterior)"
    DISPLAY "  10. Excepciones por operador (auditoria)"
    DISPLAY "  11. Ventas de paquetes"
    DISPLAY "  0. Volver"
    DISPLAY L-SIMPLE
    DISPLAY "  Opcion: " WITH NO ADVANCING
        WHEN 7 PERFORM INF-CANALES
        WHEN 8 PERFORM INF-PREVISION
        WHEN 9 PERFORM INF-MENSUAL
        WHEN 10 PERFORM INF-EXCEPCIONES
        WHEN 11 PERFORM INF-PAQUETES
        WHEN 0 CONTINUE
        WHEN OTHER DISPLAY "  [!] Opcion invalida"
    END-EVALUATE
    .

*> ----------------------------------------------------------------
*> VENTAS DE PAQUETES -- por paquete: reservas vendidas (no
*> canceladas ni no-show) con entrada en el mes pedido, noches y
*> el reparto del precio entre alojamiento y servicios incluidos
*> (sin IVA). Cubre reservas vivas e historico. PAQUETES-<fecha>.TXT
*> ----------------------------------------------------------------
INF-PAQUETES.
    DISPLAY " "
    DISPLAY "  Mes de entrada (AAAA-MM, Enter = todo): "
            WITH NO ADVANCING
    ACCEPT W-PQ-MES
    PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
        MOVE ZEROS TO PQ-V-RES(W-IDX-PQ) PQ-V-NOC(W-IDX-PQ)
        MOVE ZEROS TO PQ-V-ALOJ(W-IDX-PQ) PQ-V-SVC(W-IDX-PQ)
    END-PERFORM
    PERFORM VARYING W-J FROM 1 BY 1 UNTIL W-J > G-N-RES
        IF R-PAQUETE(W-J) NOT = SPACES
           AND R-ESTADO(W-J) NOT = "X" AND R-ESTADO(W-J) NOT = "N"
           AND (W-PQ-MES = SPACES OR R-ENTRADA(W-J)(1:7) = W-PQ-MES)
            MOVE R-PAQUETE(W-J) TO W-PQ-COD
            PERFORM PAQ-BUSCAR
            IF W-IDX-PQ > ZEROS
                ADD 1                TO PQ-V-RES(W-IDX-PQ)
                ADD R-NOCHES(W-J)    TO PQ-V-NOC(W-IDX-PQ)
                ADD R-BASE-HAB(W-J)  TO PQ-V-ALOJ(W-IDX-PQ)
                ADD R-PAQ-SVC(W-J)   TO PQ-V-SVC(W-IDX-PQ)
            END-IF
        END-IF
    END-PERFORM
    OPEN INPUT F-HIST
    IF WS-FS = "05" OR WS-FS = "35"
        CLOSE F-HIST
    ELSE
        READ F-HIST
        PERFORM UNTIL WS-FS = "10"
            IF RH-PAQUETE NOT = SPACES AND RH-ESTADO = "C"
               AND (W-PQ-MES = SPACES OR RH-ENTRADA(1:7) = W-PQ-MES)
                MOVE RH-PAQUETE TO W-PQ-COD
                PERFORM PAQ-BUSCAR
                IF W-IDX-PQ > ZEROS
                    ADD 1            TO PQ-V-RES(W-IDX-PQ)
                    ADD RH-NOCHES    TO PQ-V-NOC(W-IDX-PQ)
                    ADD RH-BASE-HAB  TO PQ-V-ALOJ(W-IDX-PQ)
                    IF RH-PAQ-SVC IS NUMERIC
                        ADD RH-PAQ-SVC TO PQ-V-SVC(W-IDX-PQ)
                    END-IF
                END-IF
            END-IF
            READ F-HIST
        END-PERFORM
        CLOSE F-HIST
    END-IF

    MOVE SPACES TO SPOOL-NOMBRE
    STRING "PAQUETES-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "VENTAS DE PAQUETES" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-PQ-MES = SPACES
        MOVE "  VENTAS DE PAQUETES -- todas las entradas" TO W-LIN
    ELSE
        STRING "  VENTAS DE PAQUETES -- entradas de " W-PQ-MES
            DELIMITED BY SIZE INTO W-LIN
    END-IF
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  PAQ  NOMBRE                RES NOCHES   ALOJAMIENTO    SERVICIOS        TOTAL"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-PQ-CNT W-PQ-TOTAL W-PQ-SVC W-ACUM
    PERFORM VARYING W-IDX-PQ FROM 1 BY 1 UNTIL W-IDX-PQ > G-N-PAQ
        ADD PQ-V-RES(W-IDX-PQ)  TO W-PQ-CNT
        ADD PQ-V-ALOJ(W-IDX-PQ) TO W-PQ-TOTAL
        ADD PQ-V-SVC(W-IDX-PQ)  TO W-PQ-SVC
        MOVE PQ-V-RES(W-IDX-PQ)  TO D-CNT
        MOVE PQ-V-NOC(W-IDX-PQ)  TO D-STK3
        MOVE PQ-V-ALOJ(W-IDX-PQ) TO D-IMP2
        MOVE PQ-V-SVC(W-IDX-PQ)  TO D-IMP
        COMPUTE W-ACUM = PQ-V-ALOJ(W-IDX-PQ) + PQ-V-SVC(W-IDX-PQ)
        MOVE W-ACUM TO D-IMP3
        STRING "  " PQ-COD(W-IDX-PQ) " " PQ-NOMBRE(W-IDX-PQ)(1:20)
               " " D-CNT "  " D-STK3 " " D-IMP2 "   " D-IMP
               "  " D-IMP3
            DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    END-PERFORM
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-PQ-CNT   TO D-CNT
    MOVE W-PQ-TOTAL TO D-IMP2
    MOVE W-PQ-SVC   TO D-IMP
    COMPUTE W-ACUM = W-PQ-TOTAL + W-PQ-SVC
    MOVE W-ACUM TO D-IMP3
    STRING "  TOTAL                     " D-CNT "        " D-IMP2
           "   " D-IMP "  " D-IMP3
        DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  Importes sin IVA; servicios valorados a precio de catalogo."
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    .

*> ----------------------------------------------------------------
*> EXCEPCIONES POR OPERADOR -- listado de OPERAUD.DAT filtrado por
*> operador (0 = todos) y rango de fechas: quien anulo, abono,
*> desconto, condono, bloqueo o cambio tarifas, quien lo autorizo
*> y con que valores antes/despues. Incluye los intentos denegados.
*> ----------------------------------------------------------------
INF-EXCEPCIONES.
    DISPLAY " "
    DISPLAY "  Operador (0=todos)        : " WITH NO ADVANCING
    ACCEPT W-OPER-ID
    DISPLAY "  Desde fecha (AAAA-MM-DD)  : " WITH NO ADVANCING
    ACCEPT W-FECHA-DESDE
    DISPLAY "  Hasta fecha (AAAA-MM-DD)  : " WITH NO ADVANCING
    ACCEPT W-FECHA-HASTA
    IF W-FECHA-DESDE = SPACES
        MOVE "0000-00-00" TO W-FECHA-DESDE
    END-IF
    IF W-FECHA-HASTA = SPACES
        MOVE SES-FECHA TO W-FECHA-HASTA
    END-IF
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "EXCEPOPE-" SES-FECHA ".TXT" DELIMITED BY SIZE
        INTO SPOOL-NOMBRE
    MOVE "EXCEPCIONES POR OPERADOR" TO SPOOL-TITULO
    PERFORM SPOOL-ABRIR
    DISPLAY " "
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    STRING "  EXCEPCIONES DE OPERADOR -- " W-FECHA-DESDE
           " a " W-FECHA-HASTA DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    IF W-OPER-ID > ZEROS
        STRING "  Operador: " W-OPER-ID DELIMITED BY SIZE INTO W-LIN
        PERFORM IMPRIMIR-LIN
    END-IF
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE "  FECHA      HORA     OPE SUP ACCION   REFERENCIA R"
        TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE ZEROS TO W-CNT W-CNT2
    OPEN INPUT F-AOP
    IF WS-FS = "05"
        CLOSE F-AOP
    ELSE
        READ F-AOP
        PERFORM UNTIL WS-FS = "10"
            IF AO-FECHA >= W-FECHA-DESDE
               AND AO-FECHA <= W-FECHA-HASTA
               AND (W-OPER-ID = ZEROS OR AO-OPER = W-OPER-ID)
                IF AO-RESULT = "A"
                    ADD 1 TO W-CNT
                ELSE
                    ADD 1 TO W-CNT2
                END-IF
                STRING "  " AO-FECHA " " AO-HORA " " AO-OPER
                       " " AO-SUP " " AO-ACCION " " AO-REF
                       " " AO-RESULT
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
                STRING "      antes: " AO-ANTES
                       " despues: " AO-DESPUES
                    DELIMITED BY SIZE INTO W-LIN
                PERFORM IMPRIMIR-LIN
            END-IF
            READ F-AOP
        END-PERFORM
        CLOSE F-AOP
    END-IF
    MOVE L-SIMPLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-CNT TO D-CNT
    STRING "  Autorizadas: " D-CNT DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE W-CNT2 TO D-CNT
    STRING "  Denegadas  : " D-CNT DELIMITED BY SIZE INTO W-LIN
    PERFORM IMPRIMIR-LIN
    MOVE L-DOBLE TO W-LIN
    PERFORM IMPRIMIR-LIN
    PERFORM SPOOL-CERRAR
    .

INF-EJECUTIVO.
    MOVE SPACES TO SPOOL-NOMBRE
    STRING "EJECUTIVO-" SES-FECHA ".TXT" DELIMITED BY SIZE
    MOVE "Room Service (plato)" TO K-NOMBRE(1)
    MOVE 28.00 TO K-PRECIO(1)
    MOVE "plato" TO K-UNIDAD(1)
    MOVE "C" TO K-STOCK(1)

    MOVE "MM" TO K-COD(2)
    MOVE "Minibar (consumicion)" TO K-NOMBRE(2)
    MOVE 9.00 TO K-PRECIO(2)
    MOVE "unidad" TO K-UNIDAD(2)
    MOVE "M" TO K-STOCK(2)
    MOVE 6 TO K-DOTACION(2)

    MOVE "SP" TO K-COD(3)
    MOVE "SPA (sesion)" TO K-NOMBRE(3)
    MOVE "Vino / Cava premium" TO K-NOMBRE(10)
    MOVE 45.00 TO K-PRECIO(10)
    MOVE "botella" TO K-UNIDAD(10)
    MOVE "C" TO K-STOCK(10)

    MOVE "FT" TO K-COD(11)
    MOVE "Flores y decoracion" TO K-NOMBRE(11)
    MOVE "Prensa internacional" TO K-NOMBRE(14)
    MOVE 5.00 TO K-PRECIO(14)
    MOVE "dia" TO K-UNIDAD(14)
    MOVE "C" TO K-STOCK(14)
    .

*> ================================================================
    MOVE "S"           TO C-ACTIVO(1)
    MOVE "2020-05-10"  TO C-FECHA-ALTA(1)
    MOVE "Prefiere piso alto. Alergica al latex" TO C-OBSERVACIONES(1)
    MOVE "S"           TO C-PUBLI(1)

    ADD 1  TO G-N-CLI
    MOVE 5002  TO C-ID(2)
    MOVE "S"           TO C-ACTIVO(2)
    MOVE "2023-09-01"  TO C-FECHA-ALTA(2)
    MOVE "Solicita periodico en ingles" TO C-OBSERVACIONES(2)
    MOVE "S"           TO C-PUBLI(2)

    ADD 1  TO G-N-CLI
    MOVE 5003  TO C-ID(3)
    MOVE "S"           TO C-ACTIVO(3)
    MOVE "2022-03-15"  TO C-FECHA-ALTA(3)
    MOVE "Cena tarde, minibar siempre lleno" TO C-OBSERVACIONES(3)
    MOVE "N"           TO C-PUBLI(3)

    ADD 1  TO G-N-CLI
    MOVE 5004  TO C-ID(4)
    MOVE "S"           TO C-ACTIVO(4)
    MOVE "2025-11-20"  TO C-FECHA-ALTA(4)
    MOVE "Primera visita a Espana" TO C-OBSERVACIONES(4)
    MOVE "N"           TO C-PUBLI(4)

    ADD 1  TO G-N-CLI
    MOVE 5005  TO C-ID(5)
    MOVE "S"           TO C-ACTIVO(5)
    MOVE "2026-03-13"  TO C-FECHA-ALTA(5)
    MOVE "Llega hoy, luna de miel" TO C-OBSERVACIONES(5)
    MOVE "S"           TO C-PUBLI(5)

    MOVE 5005 TO G-ID-CLI

            MOVE FC-ACTIVO        TO C-ACTIVO(W-K)
            MOVE FC-FECHA-ALTA    TO C-FECHA-ALTA(W-K)
            MOVE FC-OBSERVACIONES TO C-OBSERVACIONES(W-K)
            IF FC-PUBLI = "S"
                MOVE "S" TO C-PUBLI(W-K)
            ELSE
                MOVE "N" TO C-PUBLI(W-K)
            END-IF
            READ F-CLI
        END-PERFORM
        CLOSE F-CLI
                    MOVE H-TIPO(W-IDX-H) TO R-TIPO-HAB(W-J)
                END-IF
            END-IF
            MOVE FR-PAQUETE TO R-PAQUETE(W-J)
            IF FR-PAQ-SVC IS NUMERIC
                MOVE FR-PAQ-SVC TO R-PAQ-SVC(W-J)
            ELSE
                MOVE ZEROS TO R-PAQ-SVC(W-J)
            END-IF
            IF FR-LIMITE IS NUMERIC
                MOVE FR-LIMITE     TO R-LIMITE(W-J)
                MOVE FR-LIM-ORIGEN TO R-LIM-ORIGEN(W-J)
            ELSE
                MOVE ZEROS  TO R-LIMITE(W-J)
                MOVE SPACES TO R-LIM-ORIGEN(W-J)
            END-IF
            IF FR-LIM-PAGADO IS NUMERIC
                MOVE FR-LIM-PAGADO TO R-LIM-PAGADO(W-J)
            ELSE
                MOVE ZEROS TO R-LIM-PAGADO(W-J)
            END-IF
            READ F-RES
        END-PERFORM
        CLOSE F-RES
        MOVE C-ACTIVO(W-K)        TO FC-ACTIVO
        MOVE C-FECHA-ALTA(W-K)    TO FC-FECHA-ALTA
        MOVE C-OBSERVACIONES(W-K) TO FC-OBSERVACIONES
        MOVE C-PUBLI(W-K)         TO FC-PUBLI
        WRITE FCLI-REC
    END-PERFORM
    CLOSE F-CLI
        MOVE R-NOCHES-TASA(W-J)    TO FR-NOCHES-TASA
        MOVE R-CTA-ID(W-J)         TO FR-CTA-ID
        MOVE R-TIPO-HAB(W-J)       TO FR-TIPO-HAB
        MOVE R-PAQUETE(W-J)        TO FR-PAQUETE
        MOVE R-PAQ-SVC(W-J)        TO FR-PAQ-SVC
        MOVE R-LIMITE(W-J)         TO FR-LIMITE
        MOVE R-LIM-ORIGEN(W-J)     TO FR-LIM-ORIGEN
        MOVE R-LIM-PAGADO(W-J)     TO FR-LIM-PAGADO
        WRITE FR-REC
    END-PERFORM
    CLOSE F-RES
