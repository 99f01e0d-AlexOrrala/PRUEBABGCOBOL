002660*                   propios (RETRO / TOTAL RETROACTIVOS) en
002670*                   lugar de sumarlo a EXTRAS; la linea del
002680*                   reporte se amplia a 160 posiciones.
002681* 2026-10-15  DEV   Se agregan las cargas sociales patronales
002682*                   (opcion 25 y comandos de lote
002683*                   CARGAS-PATRONALES p y DECLARACION-INS
002684*                   aaaamm): archivo de porcentajes CARGASPAT
002685*                   (CCSS patronal, Banco Popular, LPT y
002686*                   riesgos del trabajo del INS con su numero
002687*                   de poliza), calculo por periodo cerrado
002688*                   sobre el bruto congelado en HISTORIA con
002689*                   el reporte CARGAS subtotalizado por
002690*                   departamento, y la declaracion mensual de
002691*                   planilla al INS en DECLINS. El asiento del
002692*                   cierre debita el gasto de cargas sociales
002693*                   por departamento contra las cuentas por
002694*                   pagar de cada institucion.
002695* 2026-10-15  DEV   Se agrega el reporte de variaciones de
002696*                   planilla contra el ultimo cierre (opcion
002697*                   26, al final del calculo de planilla
002698*                   completa y comando de lote VARIACION p
002699*                   [umbral]): compara el bruto, las
002700*                   deducciones y el neto de cada empleado
002701*                   activo contra su ultimo periodo cerrado en
002702*                   HISTORIA y lista en VARIACION los nuevos,
002703*                   los ausentes de la corrida, los inactivos
002704*                   con neto y las variaciones del neto sobre
002705*                   el umbral digitado, con diferencias por
002706*                   departamento y totales generales. Las
002707*                   lineas de ORDENES aceptan un segundo
002708*                   operando.
002709* 2026-10-15  DEV   Se agrega la reapertura del ultimo periodo
002710*                   cerrado (submenu de periodos, opcion 5,
002711*                   solo supervisor): escribe en CONTAB el
002712*                   asiento de reversion, borra el periodo de
002713*                   HISTORIA y devuelve el medio dia de
002714*                   VACACIONES, las cuotas de PRESTAMOS y los
002715*                   cambios de CAMBIOSAL aplicados en el
002716*                   cierre (con el salario anterior en el
002717*                   maestro). El periodo queda reabierto (R)
002718*                   con fecha, usuario y motivo en PERIODOS y
002719*                   en la bitacora. PERIODOS y CAMBIOSAL
002720*                   cambian de longitud de registro.
002721* 2026-10-15  DEV   Se agrega el catalogo de puestos PUESTOS
002722*                   (opcion 27) con salario minimo y maximo, y
002723*                   el codigo de puesto en el registro
002724*                   EMPLEADO y en LOTEEMPL. El alta, la
002725*                   actualizacion de salario o puesto y la
002726*                   programacion de cambios salariales validan
002727*                   el salario contra la banda del puesto; un
002728*                   salario fuera de banda requiere la
002729*                   autorizacion de un supervisor y queda en
002730*                   la bitacora. La carga por lote rechaza los
002731*                   salarios fuera de banda. Reporte COMPARAT
002732*                   de compa-ratio por puesto (opcion 27 y
002733*                   comando de lote COMPA-RATIO). EMPLEADOS,
002734*                   RESPALDO y LOTEEMPL cambian de longitud de
002735*                   registro.
002736* 2026-10-15  DEV   Se agrega el archivo DEPENDIENTES (opcion
002737*                   28) con los hijos y el conyuge de cada
002738*                   empleado y su vigencia, y el credito de
002739*                   renta por hijo y por conyuge en PARAMDED.
002740*                   En modo por parametros la renta se rebaja
002741*                   con los creditos vigentes en el periodo,
002742*                   sin bajar de cero; el credito aplicado se
002743*                   guarda en el maestro y en HISTORIA y se
002744*                   muestra en la colilla, el EXTRACTO y la
002745*                   CONSTANC. EMPLEADOS, HISTORIA, RESPALDO y
002746*                   PARAMDED cambian de longitud de registro:
002747*                   redigitar los parametros con la opcion 11.
002748* 2026-10-15  DEV   Se agrega el archivo INCAPACIDADES (opcion
002749*                   29) con una boleta por incapacidad CCSS,
002750*                   INS o de maternidad y sus fechas. El bruto
002751*                   del periodo rebaja los dias de incapacidad
002752*                   que caen en la quincena y suma el subsidio
002753*                   que paga el patrono (50% de los tres
002754*                   primeros dias CCSS, 50% de la licencia de
002755*                   maternidad); ambos salen en lineas propias
002756*                   de la colilla y de PLANILLA. Reporte
002757*                   INCAPREP de incapacidades abiertas y
002758*                   cerradas por departamento.
002759* 2026-10-15  DEV   Consulta de la bitacora (opcion 30 y
002760*                   comando BITACORA de lote) filtrada por
002761*                   cedula, usuario, campo y rango de fechas:
002762*                   reporte BITACREP con valores antes y
002763*                   despues, resumen de cambios por usuario y
002764*                   seccion de seguridad con intentos
002765*                   fallidos y acciones de supervisor. La
002766*                   recarga del maestro, el cierre de periodo
002767*                   y los cambios de parametros y de modo de
002768*                   calculo quedan en la bitacora. La linea
002769*                   de bitacora se amplia a 150 posiciones:
002770*                   la de 132 truncaba la hora y el usuario.
002771* 2026-10-15  DEV   Presupuesto de planilla por departamento y
002772*                   mes en el archivo PRESUPUESTO (opcion 31),
002773*                   con mantenimiento en pantalla y carga
002774*                   desde el archivo plano LOTEPPTO. Reporte
002775*                   PPTOREP de presupuesto contra el bruto
002776*                   real de HISTORIA (todas las planillas del
002777*                   mes): variacion y porcentaje usado del mes
002778*                   y acumulado del anio, marca de exceso y
002779*                   proyeccion al cierre del anio. Comandos
002780*                   de lote CARGA-PRESUPUESTO y PRESUPUESTO.
002781* 2026-10-15  DEV   Grupos de pago con frecuencia propia en el
002782*                   mismo maestro: quincenal (AAAAMM-Q),
002783*                   mensual (AAAAMM-M) y semanal (AAAAMMSn,
002784*                   semana n del mes en que termina). EMPLEADO
002785*                   y LOTEEMPL llevan el grupo (blanco es
002786*                   quincenal) y el calendario de periodos de
002787*                   cada grupo queda en CALENDARIO (opcion
002788*                   32). Calculo, reporte, pagos, colillas,
002789*                   cierre, vacaciones, variaciones y
002790*                   reapertura trabajan solo con el grupo del
002791*                   periodo; el tope de dias, el salario
002792*                   diario, los tramos de renta y los creditos
002793*                   se ajustan a la frecuencia. El extracto
002794*                   de periodo cerrado acepta el mes AAAAMM
002795*                   para combinar todos los grupos. El trailer
002796*                   de PAGOBANCO lleva el periodo. Cambia la
002797*                   longitud de EMPLEADOS y RESPALDO.
002798* 2026-10-15  DEV   Verificacion previa al cierre de periodo
002799*                   (submenu de periodos, opcion 6, y comando
002800*                   de lote PRECIERRE p), que el cierre corre
002801*                   primero: falla si NOVEDADES, PRESTAMOS o
002802*                   CAMBIOSAL cambiaron despues del ultimo
002803*                   CALCULAR-TODOS del periodo, si el trailer
002804*                   de PAGOBANCO no cuadra con la planilla, si
002805*                   la auditoria de calidad halla errores en
002806*                   activos o si un activo no tiene
002807*                   departamento o cuenta validos. Reporte
002808*                   PRECIERRE con cada verificacion. En lote
002809*                   el cierre falla (codigo 8); en pantalla el
002810*                   supervisor puede omitirla con motivo, que
002811*                   queda en la bitacora. El calculo completo
002812*                   y la eliminacion y carga por lote de
002813*                   novedades quedan en la bitacora.
002814******************************************************************
002815 IDENTIFICATION DIVISION.
002816 PROGRAM-ID. PRUEBABG.
002817 AUTHOR. EQUIPO-NOMINA.
002818 INSTALLATION. DEPARTAMENTO-TI.
002819 DATE-WRITTEN. 01/15/2023.
002820 DATE-COMPILED.
      
002821 ENVIRONMENT DIVISION.
002822 INPUT-OUTPUT SECTION.
002823 FILE-CONTROL.
002824     SELECT ArchivoEmpleados
002825         ASSIGN TO "EMPLEADOS"
002826         ORGANIZATION IS INDEXED
002827         ACCESS MODE IS DYNAMIC
002830         RECORD KEY IS CEDULA
002840         FILE STATUS IS Estado-ArchivoEmpleados.
      
004350         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS Estado-ArchTotAnual.
      
004361     SELECT ArchivoCargasPat
004362         ASSIGN TO "CARGASPAT"
004363         ORGANIZATION IS LINE SEQUENTIAL
004364         FILE STATUS IS Estado-ArchivoCargasPat.
      
004365     SELECT ArchivoCargas
004366         ASSIGN TO "CARGAS"
004367         ORGANIZATION IS LINE SEQUENTIAL
004368         FILE STATUS IS Estado-ArchivoCargas.
      
004369     SELECT ArchivoDeclaracionIns
004370         ASSIGN TO "DECLINS"
004371         ORGANIZATION IS LINE SEQUENTIAL
004372         FILE STATUS IS Estado-ArchivoDeclIns.
      
004373     SELECT ArchivoVariacion
004374         ASSIGN TO "VARIACION"
004375         ORGANIZATION IS LINE SEQUENTIAL
004376         FILE STATUS IS Estado-ArchivoVariacion.
      
004377     SELECT ArchivoPuestos
004378         ASSIGN TO "PUESTOS"
004379         ORGANIZATION IS INDEXED
004380         ACCESS MODE IS DYNAMIC
004381         RECORD KEY IS CODIGO-PUESTO
004382         FILE STATUS IS Estado-ArchivoPuestos.
      
004383     SELECT ArchivoCompa
004384         ASSIGN TO "COMPARAT"
004385         ORGANIZATION IS LINE SEQUENTIAL
004386         FILE STATUS IS Estado-ArchivoCompa.
      
004387     SELECT ArchivoDependientes
004388         ASSIGN TO "DEPENDIENTES"
004389         ORGANIZATION IS INDEXED
004390         ACCESS MODE IS DYNAMIC
004391         RECORD KEY IS LLAVE-DEP
004392         FILE STATUS IS Estado-ArchivoDependientes.
      
004393     SELECT ArchivoIncapacidades
004394         ASSIGN TO "INCAPACIDADES"
004395         ORGANIZATION IS INDEXED
004396         ACCESS MODE IS DYNAMIC
004397         RECORD KEY IS LLAVE-INC
004398         FILE STATUS IS Estado-ArchivoIncapacidades.
      
004399     SELECT ArchivoReporteInc
004400         ASSIGN TO "INCAPREP"
004401         ORGANIZATION IS LINE SEQUENTIAL
004402         FILE STATUS IS Estado-ArchivoReporteInc.
      
004403     SELECT ArchivoRepBitacora
004404         ASSIGN TO "BITACREP"
004405         ORGANIZATION IS LINE SEQUENTIAL
004406         FILE STATUS IS Estado-ArchivoRepBitacora.
      
004407     SELECT ArchivoPresupuesto
004408         ASSIGN TO "PRESUPUESTO"
004409         ORGANIZATION IS INDEXED
004410         ACCESS MODE IS DYNAMIC
004411         RECORD KEY IS LLAVE-PPTO
004412         FILE STATUS IS Estado-ArchivoPresupuesto.
      
004413     SELECT ArchivoLotePresupuesto
004414         ASSIGN TO "LOTEPPTO"
004415         ORGANIZATION IS LINE SEQUENTIAL
004416         FILE STATUS IS Estado-ArchivoLotePpto.
      
004417     SELECT ArchivoRepPresupuesto
004418         ASSIGN TO "PPTOREP"
004419         ORGANIZATION IS LINE SEQUENTIAL
004420         FILE STATUS IS Estado-ArchivoRepPpto.
      
004421     SELECT ArchivoCalendario
004422         ASSIGN TO "CALENDARIO"
004423         ORGANIZATION IS INDEXED
004424         ACCESS MODE IS DYNAMIC
004425         RECORD KEY IS PERIODO-CAL
004426         FILE STATUS IS Estado-ArchivoCalendario.
      
004427     SELECT ArchivoPrecierre
004428         ASSIGN TO "PRECIERRE"
004429         ORGANIZATION IS LINE SEQUENTIAL
004430         FILE STATUS IS Estado-ArchivoPrecierre.
      
004431 DATA DIVISION.
004432 FILE SECTION.
004433 FD  ArchivoEmpleados
004434     LABEL RECORDS ARE STANDARD.
004435 01  EMPLEADO.
004436     05 CEDULA               PIC X(10).
004437     05 Nombre               PIC X(30).
004440     05 Salario              PIC 9(07)V99.
004450     05 DeduccionImpuestos   PIC 9(07)V99.
004460     05 DeduccionSeguro      PIC 9(07)V99.
004560     05 CausaBaja            PIC X(20).
004570     05 MarcaCuenta          PIC X(01).
004580        88 Cuenta-Rechazada     VALUE "R".
004585     05 CodigoPuesto         PIC X(04).
004587     05 CreditoFamiliar      PIC 9(07)V99.
004589     05 GrupoPago            PIC X(01).
004591        88 Grupo-Quincenal      VALUE "Q" " ".
004593        88 Grupo-Mensual        VALUE "M".
004595        88 Grupo-Semanal        VALUE "S".
      
004597 FD  ArchivoBitacora
004600     LABEL RECORDS ARE STANDARD.
004610 01  LineaBitacora           PIC X(150).
      
004620 FD  ArchivoReportePlanilla
004630     LABEL RECORDS ARE STANDARD.
004720     05 DEDSEG-LOTE          PIC 9(07)V99.
004730     05 DATOSSOC-LOTE        PIC X(10).
004740     05 DEPTO-LOTE           PIC X(04).
004745     05 PUESTO-LOTE          PIC X(04).
004747     05 GRUPO-LOTE           PIC X(01).
      
004750 FD  ArchivoExtracto
004760     LABEL RECORDS ARE STANDARD.
      
004780 FD  ArchivoParametros
004790     LABEL RECORDS ARE STANDARD.
004800 01  RegistroParametros      PIC X(57).
      
004810 FD  ArchivoHistoria
004820     LABEL RECORDS ARE STANDARD.
004890     05 DEDSEG-HIST          PIC 9(07)V99.
004900     05 SALNETO-HIST         PIC S9(07)V99.
004910     05 DEPTO-HIST           PIC X(04).
004915     05 CREDITO-HIST         PIC 9(07)V99.
      
004920 FD  ArchivoPeriodos
004930     LABEL RECORDS ARE STANDARD.
004960     05 ESTADO-PERIODO       PIC X(01).
004970     05 FECHA-CIERRE         PIC X(08).
004980     05 USUARIO-CIERRE       PIC X(08).
004982     05 REAPERTURA-PERIODO.
004984        10 FECHA-REAPERTURA  PIC X(08).
004986        10 USUARIO-REAPERTURA PIC X(08).
004988        10 MOTIVO-REAPERTURA PIC X(30).
      
004990 FD  ArchivoPagos
005000     LABEL RECORDS ARE STANDARD.
006280     05 PERIODO-RETRO-CAMB   PIC X(08).
006290     05 PERIODO-APLIC-CAMB   PIC X(08).
006300     05 USUARIO-CAMB         PIC X(08).
006305     05 SALARIO-ANT-CAMB     PIC 9(07)V99.
      
006310 FD  ArchivoConstancia
006320     LABEL RECORDS ARE STANDARD.
      
006460 FD  ArchivoRespaldo
006470     LABEL RECORDS ARE STANDARD.
006480 01  RegistroRespaldo        PIC X(154).
      
006490 FD  ArchivoAuditoria
006500     LABEL RECORDS ARE STANDARD.
006510 01  LineaAuditoria          PIC X(80).
      
006511 FD  ArchivoCargasPat
006512     LABEL RECORDS ARE STANDARD.
006513 01  RegistroCargasPat       PIC X(34).
      
006514 FD  ArchivoCargas
006515     LABEL RECORDS ARE STANDARD.
006516 01  LineaCargas             PIC X(160).
      
006517 FD  ArchivoDeclaracionIns
006518     LABEL RECORDS ARE STANDARD.
006519 01  LineaDeclaracionIns     PIC X(77).
      
006521 FD  ArchivoVariacion
006523     LABEL RECORDS ARE STANDARD.
006525 01  LineaVariacion          PIC X(160).
      
006526 FD  ArchivoPuestos
006527     LABEL RECORDS ARE STANDARD.
006528 01  REGISTRO-PUESTO.
006529     05 CODIGO-PUESTO        PIC X(04).
006530     05 DESCRIPCION-PUESTO   PIC X(30).
006531     05 SALARIO-MIN-PUESTO   PIC 9(07)V99.
006532     05 SALARIO-MAX-PUESTO   PIC 9(07)V99.
      
006533 FD  ArchivoCompa
006534     LABEL RECORDS ARE STANDARD.
006535 01  LineaCompa              PIC X(100).
      
006536 FD  ArchivoDependientes
006537     LABEL RECORDS ARE STANDARD.
006538 01  REGISTRO-DEPENDIENTE.
006539     05 LLAVE-DEP.
006540        10 CEDULA-DEP        PIC X(10).
006541        10 SECUENCIA-DEP     PIC 9(02).
006542     05 TIPO-DEP             PIC X(01).
006543        88 Dependiente-Hijo     VALUE "H".
006544        88 Dependiente-Conyuge  VALUE "C".
006545     05 NOMBRE-DEP           PIC X(30).
006546     05 FECHA-NAC-DEP        PIC X(08).
006547     05 FECHA-DESDE-DEP      PIC X(08).
006548     05 FECHA-HASTA-DEP      PIC X(08).
      
006549 FD  ArchivoIncapacidades
006550     LABEL RECORDS ARE STANDARD.
006551 01  REGISTRO-INCAPACIDAD.
006552     05 LLAVE-INC.
006553        10 CEDULA-INC        PIC X(10).
006554        10 FECHA-INI-INC     PIC X(08).
006555     05 TIPO-INC             PIC X(01).
006556        88 Incapacidad-CCSS     VALUE "E".
006557        88 Incapacidad-INS      VALUE "R".
006558        88 Incapacidad-Maternidad VALUE "M".
006559     05 FECHA-FIN-INC        PIC X(08).
006560     05 BOLETA-INC           PIC X(12).
      
006561 FD  ArchivoReporteInc
006562     LABEL RECORDS ARE STANDARD.
006563 01  LineaReporteInc         PIC X(100).
      
006564 FD  ArchivoRepBitacora
006565     LABEL RECORDS ARE STANDARD.
006566 01  LineaRepBitacora        PIC X(132).
      
006567 FD  ArchivoPresupuesto
006568     LABEL RECORDS ARE STANDARD.
006569 01  REGISTRO-PRESUPUESTO.
006570     05 LLAVE-PPTO.
006571        10 DEPTO-PPTO        PIC X(04).
006572        10 MES-PPTO          PIC X(06).
006573     05 MONTO-PPTO           PIC 9(09)V99.
006574     05 FECHA-PPTO           PIC X(08).
006575     05 USUARIO-PPTO         PIC X(08).
      
006576 FD  ArchivoLotePresupuesto
006577     LABEL RECORDS ARE STANDARD.
006578 01  RegistroLotePpto.
006579     05 DEPTO-LOTPPTO        PIC X(04).
006580     05 MES-LOTPPTO          PIC X(06).
006581     05 MONTO-LOTPPTO        PIC 9(09)V99.
      
006582 FD  ArchivoRepPresupuesto
006583     LABEL RECORDS ARE STANDARD.
006584 01  LineaPresupuesto        PIC X(132).
      
006585 FD  ArchivoCalendario
006586     LABEL RECORDS ARE STANDARD.
006587 01  REGISTRO-CALENDARIO.
006588     05 PERIODO-CAL          PIC X(08).
006589     05 GRUPO-CAL            PIC X(01).
006590     05 FECHA-INI-CAL        PIC X(08).
006591     05 FECHA-FIN-CAL        PIC X(08).
006592     05 FECHA-PAGO-CAL       PIC X(08).
      
006593 FD  ArchivoPrecierre
006594     LABEL RECORDS ARE STANDARD.
006595 01  LineaPrecierre          PIC X(132).
      
006596 WORKING-STORAGE SECTION.
006597 01  BANDERA-SALIR           PIC X VALUE "N".
006598     88 Programa-Finalizado  VALUE "S".
      
006599 01  Bandera-FinArchivo      PIC X VALUE "N".
006600     88 Fin-Archivo          VALUE "S".
      
006601 01  OPCION                  PIC X(2).
006602 01  CEDULABUSCA             PIC X(10).
006603 01  SALARIONETOBUSCA        PIC 9(07)V99.
006604 01  SALARIO-STRING          PIC X(12).
006610 01  NombreBusca             PIC X(30).
006620 01  NivelBusca              PIC X(10).
006630 01  SalarioDesdeBusca       PIC 9(07)V99.
007130     05 Modo-Calculo-Param   PIC X(01) VALUE "M".
007140        88 Modo-Parametros      VALUE "P".
007150        88 Modo-Manual          VALUE "M".
007153     05 Credito-Hijo-Param   PIC 9(05)V99 VALUE ZERO.
007156     05 Credito-Conyuge-Param PIC 9(05)V99 VALUE ZERO.
      
007160 01  Seguro-Calculado        PIC 9(07)V99.
007170 01  Impuesto-Calculado      PIC 9(07)V99.
007380     05 Tipo-Reg-Trailer     PIC X(01) VALUE "T".
007390     05 Cantidad-Pagos       PIC 9(05).
007400     05 Total-Pagos          PIC 9(11)V99.
007410     05 Periodo-Trailer      PIC X(08) VALUE SPACES.
007415     05 FILLER               PIC X(21) VALUE SPACES.
      
007420 01  Contador-Pagos          PIC 9(05) VALUE ZERO.
007430 01  Contador-Omitidos-Pago  PIC 9(05) VALUE ZERO.
009400     05 Banco-Pago-Entrada   PIC X(03).
009410     05 Cuenta-Pago-Entrada  PIC X(17).
009420     05 Monto-Pago-Entrada   PIC 9(09)V99.
009421 01  Trailer-Pago-Entrada REDEFINES Registro-Pago-Entrada.
009422     05 FILLER               PIC X(01).
009423     05 Cantidad-Trailer-Ent PIC 9(05).
009424     05 Total-Trailer-Ent    PIC 9(11)V99.
009425     05 Periodo-Trailer-Ent  PIC X(08).
009426     05 FILLER               PIC X(15).
      
009430 01  Tabla-Pagos-Enviados.
009440     05 Cantidad-Pagos-Env   PIC 9(05) VALUE ZERO.
009790 01  Total-Creditos-Asiento  PIC S9(11)V99.
009800 01  Prioridad-Proceso       PIC 9(01).
      
009801 01  Estado-ArchivoCargasPat PIC X(02).
009802 01  Estado-ArchivoCargas    PIC X(02).
009803 01  Estado-ArchivoDeclIns   PIC X(02).
      
009804 01  Parametros-Cargas.
009805     05 Porc-CCSSPat-Param   PIC 9(02)V99 VALUE ZERO.
009806     05 Porc-Popular-Param   PIC 9(02)V99 VALUE ZERO.
009807     05 Porc-LPT-Param       PIC 9(02)V99 VALUE ZERO.
009808     05 Porc-INS-Param       PIC 9(02)V99 VALUE ZERO.
009809     05 Poliza-INS-Param     PIC X(10) VALUE SPACES.
009810     05 Vigencia-Cargas-Param PIC X(08) VALUE SPACES.
      
009811 01  Bruto-Carga-Emp         PIC 9(09)V99.
009812 01  Carga-CCSS-Emp          PIC 9(07)V99.
009813 01  Carga-Popular-Emp       PIC 9(07)V99.
009814 01  Carga-LPT-Emp           PIC 9(07)V99.
009815 01  Carga-INS-Emp           PIC 9(07)V99.
009816 01  Carga-Total-Emp         PIC 9(08)V99.
009817 01  Contador-Cargas         PIC 9(05) VALUE ZERO.
009818 01  Total-Bruto-Cargas      PIC 9(11)V99 VALUE ZERO.
009819 01  Total-CCSS-Cargas       PIC 9(11)V99 VALUE ZERO.
009820 01  Total-Popular-Cargas    PIC 9(11)V99 VALUE ZERO.
009821 01  Total-LPT-Cargas        PIC 9(11)V99 VALUE ZERO.
009822 01  Total-INS-Cargas        PIC 9(11)V99 VALUE ZERO.
009823 01  Total-General-Cargas    PIC 9(11)V99 VALUE ZERO.
009824 01  Bandera-DetalleCargas   PIC X VALUE "N".
009825     88 Cargas-Con-Detalle   VALUE "S".
      
009826 01  Tabla-Cargas-Depto.
009827     05 Cantidad-Deptos-Carga PIC 9(02) VALUE ZERO.
009828     05 Detalle-Depto-Carga OCCURS 50 TIMES.
009829        10 Codigo-Depto-Carga   PIC X(04).
009830        10 Cantidad-Emp-Carga   PIC 9(05).
009831        10 Sub-Bruto-Carga      PIC 9(11)V99.
009832        10 Sub-CCSS-Carga       PIC 9(11)V99.
009833        10 Sub-Popular-Carga    PIC 9(11)V99.
009834        10 Sub-LPT-Carga        PIC 9(11)V99.
009835        10 Sub-INS-Carga        PIC 9(11)V99.
009836        10 Sub-Total-Carga      PIC 9(11)V99.
009837 01  Ndx-Carga               PIC 9(02).
009838 01  Ndx-Carga-Hallado       PIC 9(02).
009839 01  Bandera-CargaHallada    PIC X VALUE "N".
009840     88 Carga-Hallada        VALUE "S".
      
009841 01  MesDeclaracion          PIC X(06).
009842 01  Salario-Mes-Ins         PIC 9(09)V99.
009843 01  Prima-Mes-Ins           PIC 9(07)V99.
009844 01  Contador-Decl-Ins       PIC 9(05) VALUE ZERO.
009845 01  Total-Salario-Ins       PIC 9(11)V99 VALUE ZERO.
009846 01  Total-Prima-Ins         PIC 9(09)V99 VALUE ZERO.
      
009847 01  Detalle-Declaracion-Ins.
009848     05 Tipo-Reg-Decl        PIC X(01) VALUE "D".
009849     05 Poliza-Decl          PIC X(10).
009850     05 Mes-Decl             PIC X(06).
009851     05 Cedula-Decl          PIC X(10).
009852     05 Nombre-Decl          PIC X(30).
009853     05 Salario-Decl         PIC 9(09)V99.
009854     05 Prima-Decl           PIC 9(07)V99.
      
009855 01  Trailer-Declaracion-Ins.
009856     05 Tipo-Reg-Trailer-Decl PIC X(01) VALUE "T".
009857     05 Poliza-Trailer-Decl  PIC X(10).
009858     05 Mes-Trailer-Decl     PIC X(06).
009859     05 Cantidad-Decl        PIC 9(05).
009860     05 Total-Salario-Decl   PIC 9(11)V99.
009861     05 Total-Prima-Decl     PIC 9(09)V99.
009862     05 FILLER               PIC X(31) VALUE SPACES.
      
009863 01  Estado-ArchivoVariacion PIC X(02).
009864 01  Parametro-Orden         PIC X(20).
009865 01  Umbral-Variacion        PIC 9(03)V99 VALUE 10.00.
009866 01  Ultimo-Periodo-Cerrado  PIC X(08).
009867 01  Periodo-Ant-Var         PIC X(08).
009868 01  Tipo-Variacion          PIC X(10).
009869 01  Depto-Var               PIC X(04).
009870 01  Bruto-Ant-Var           PIC 9(09)V99.
009871 01  Ded-Ant-Var             PIC 9(09)V99.
009872 01  Neto-Ant-Var            PIC S9(09)V99.
009873 01  Bruto-Act-Var           PIC 9(09)V99.
009874 01  Ded-Act-Var             PIC 9(09)V99.
009875 01  Neto-Act-Var            PIC S9(09)V99.
009876 01  Dif-Bruto-Var           PIC S9(09)V99.
009877 01  Dif-Ded-Var             PIC S9(09)V99.
009878 01  Dif-Neto-Var            PIC S9(09)V99.
009879 01  Porc-Var                PIC S9(05)V99.
009880 01  Porc-Var-Abs            PIC 9(05)V99.
009881 01  Porc-Var-Edicion        PIC -ZZ9.99.
009882 01  Bandera-HistAnterior    PIC X VALUE "N".
009883     88 Hist-Anterior-Hallada VALUE "S".
009884 01  Contador-Var-Nuevos     PIC 9(05) VALUE ZERO.
009885 01  Contador-Var-Ausentes   PIC 9(05) VALUE ZERO.
009886 01  Contador-Var-Inactivos  PIC 9(05) VALUE ZERO.
009887 01  Contador-Var-Umbral     PIC 9(05) VALUE ZERO.
009888 01  Cedula-Var              PIC X(10).
009889 01  Nombre-Var              PIC X(30).
009890 01  Depto-Ant-Var           PIC X(04).
      
009891 01  Tabla-Variacion-Depto.
009892     05 Cantidad-Deptos-Var  PIC 9(02) VALUE ZERO.
009893     05 Detalle-Depto-Var OCCURS 50 TIMES.
009894        10 Codigo-Depto-Var     PIC X(04).
009895        10 Cant-Ant-Var         PIC 9(05).
009896        10 Cant-Act-Var         PIC 9(05).
009897        10 Sub-Bruto-Ant-Var    PIC 9(11)V99.
009898        10 Sub-Bruto-Act-Var    PIC 9(11)V99.
009899        10 Sub-Ded-Ant-Var      PIC 9(11)V99.
009900        10 Sub-Ded-Act-Var      PIC 9(11)V99.
009901        10 Sub-Neto-Ant-Var     PIC S9(11)V99.
009902        10 Sub-Neto-Act-Var     PIC S9(11)V99.
009903 01  Ndx-Var                 PIC 9(02).
009904 01  Ndx-Var-Hallado         PIC 9(02).
009905 01  Bandera-VarHallada      PIC X VALUE "N".
009906     88 Var-Hallada          VALUE "S".
009907 01  Gran-Cant-Ant-Var       PIC 9(05).
009908 01  Gran-Cant-Act-Var       PIC 9(05).
009909 01  Gran-Bruto-Ant-Var      PIC 9(11)V99.
009910 01  Gran-Bruto-Act-Var      PIC 9(11)V99.
009911 01  Gran-Ded-Ant-Var        PIC 9(11)V99.
009912 01  Gran-Ded-Act-Var        PIC 9(11)V99.
009913 01  Gran-Neto-Ant-Var       PIC S9(11)V99.
009914 01  Gran-Neto-Act-Var       PIC S9(11)V99.
009915 01  Dif-Total-Var           PIC S9(11)V99.
      
009916 01  Motivo-Reabrir          PIC X(30).
009917 01  Fecha-Reabrir           PIC X(08).
009918 01  Bandera-ReapPermitida   PIC X VALUE "S".
009919     88 Reapertura-Permitida VALUE "S".
009920 01  Bandera-FinVacaciones   PIC X VALUE "N".
009921     88 Fin-Vacaciones       VALUE "S".
009922 01  Cedula-Revertida-Camb   PIC X(10).
009923 01  Contador-Rev-Historia   PIC 9(05) VALUE ZERO.
009924 01  Contador-Rev-Vacaciones PIC 9(05) VALUE ZERO.
009925 01  Contador-Rev-Prestamos  PIC 9(05) VALUE ZERO.
009926 01  Contador-Rev-Cambios    PIC 9(05) VALUE ZERO.
      
009927 01  Estado-ArchivoPuestos   PIC X(02).
009928 01  Estado-ArchivoCompa     PIC X(02).
009929 01  PuestoBusca             PIC X(04).
009930 01  Bandera-PuestoValido    PIC X VALUE "N".
009931     88 Puesto-Valido        VALUE "S".
009932 01  Bandera-FinPuestos      PIC X VALUE "N".
009933     88 Fin-Puestos          VALUE "S".
009934 01  Salario-Banda           PIC 9(07)V99.
009935 01  Bandera-FueraBanda      PIC X VALUE "N".
009936     88 Fuera-De-Banda       VALUE "S".
009937 01  Bandera-BandaAutorizada PIC X VALUE "N".
009938     88 Banda-Autorizada     VALUE "S".
009939 01  Supervisor-Autoriza     PIC X(08).
009940 01  Clave-Autoriza          PIC X(08).
009941 01  Punto-Medio-Puesto      PIC 9(07)V99.
009942 01  Compa-Ratio             PIC 9(03)V99.
009943 01  Compa-Edicion           PIC ZZ9.99.
009944 01  Suma-Compa-Puesto       PIC 9(07)V99.
009945 01  Compa-Promedio          PIC 9(03)V99.
009946 01  Contador-Compa-Puesto   PIC 9(05).
009947 01  Contador-Compa-Fuera    PIC 9(05).
009948 01  Contador-Compa-Total    PIC 9(05).
009949 01  Contador-Compa-Bajo     PIC 9(05).
009950 01  Contador-Compa-Sobre    PIC 9(05).
009951 01  Contador-Compa-SinPuesto PIC 9(05).
      
009952 01  Estado-ArchivoDependientes PIC X(02).
009953 01  Bandera-FinDependientes PIC X VALUE "N".
009954     88 Fin-Dependientes     VALUE "S".
009955 01  Bandera-ConyugeContado  PIC X VALUE "N".
009956     88 Conyuge-Contado      VALUE "S".
009957 01  Fecha-Ref-Credito       PIC X(08).
009958 01  Credito-Familiar-Calc   PIC 9(07)V99.
009959 01  Credito-Aplicado        PIC 9(07)V99.
009960 01  Secuencia-Dep-Nueva     PIC 9(02).
009961 01  Fecha-Hasta-Nueva       PIC X(08).
009962 01  Total-Credito-Ext       PIC 9(11)V99 VALUE ZERO.
009963 01  Tot-Credito-Constancia  PIC 9(11)V99.
      
009964 01  Estado-ArchivoIncapacidades PIC X(02).
009965 01  Estado-ArchivoReporteInc PIC X(02).
009966 01  Bandera-FinIncapacidades PIC X VALUE "N".
009967     88 Fin-Incapacidades    VALUE "S".
009968 01  Dias-Patrono-CCSS       PIC 9(02) VALUE 3.
009969 01  Porc-Patrono-CCSS       PIC 9(03) VALUE 50.
009970 01  Porc-Patrono-Maternidad PIC 9(03) VALUE 50.
009971 01  Inicio-Quincena         PIC X(08).
009972 01  Fin-Quincena            PIC X(08).
009973 01  Dias-Mes-Quincena       PIC 9(02).
009974 01  Desde-Inc-Calc          PIC X(08).
009975 01  Hasta-Inc-Calc          PIC X(08).
009976 01  Dia-Desde-Inc           PIC 9(02).
009977 01  Dia-Hasta-Inc           PIC 9(02).
009978 01  Fecha-Num-Desde         PIC 9(08).
009979 01  Fecha-Num-Hasta         PIC 9(08).
009980 01  Dias-Inc-Boleta         PIC S9(05).
009981 01  Dia-Inicio-Boleta       PIC S9(05).
009982 01  Dias-Patrono-Calc       PIC S9(05).
009983 01  Dias-Incapacidad        PIC 9(02).
009984 01  Monto-Incapacidad       PIC 9(08)V99.
009985 01  Subsidio-Patronal       PIC 9(08)V99.
009986 01  Total-Incapacidad-Rpt   PIC 9(11)V99 VALUE ZERO.
009987 01  Total-Subsidio-Rpt      PIC 9(11)V99 VALUE ZERO.
009988 01  Fecha-Hoy               PIC X(08).
009989 01  Fecha-Fin-Nueva         PIC X(08).
009990 01  Tipo-Inc-Edicion        PIC X(10).
009991 01  Estado-Inc-Edicion      PIC X(08).
009992 01  Contador-Inc-Abiertas   PIC 9(05).
009993 01  Contador-Inc-Cerradas   PIC 9(05).
009994 01  Total-Inc-Abiertas      PIC 9(05).
009995 01  Total-Inc-Cerradas      PIC 9(05).
      
009996 01  Estado-ArchivoRepBitacora PIC X(02).
009997 01  Bandera-FinBitacora     PIC X VALUE "N".
009998     88 Fin-Bitacora         VALUE "S".
009999 01  Bandera-BitIncluida     PIC X VALUE "N".
010000     88 Bit-Incluida         VALUE "S".
010001* Vista de lectura de una linea de bitacora, segun el orden
010002* en que la arma 2530-REGISTRAR-BITACORA.
010003 01  Consulta-Bitacora.
010004     05 Cedula-Cons-Bit      PIC X(10).
010005     05 FILLER               PIC X(03).
010006     05 Campo-Cons-Bit       PIC X(20).
010007        88 Intento-Fallido-Bit VALUE "SESION FALLIDA"
010008                                 "AUTORIZ FALLIDA".
010009        88 Accion-Supervisor-Bit VALUE "PURGA"
010010                                 "RECARGA MAESTRO"
010011                                 "CIERRE PERIODO"
010012                                 "REAPERTURA PERIODO"
010013                                 "PARAMETROS DEDUC"
010014                                 "MODO CALCULO"
010015                                 "PARAMETROS CARGAS"
010016                                 "USUARIO"
010017                                 "USUARIO INICIAL"
010018                                 "SALARIO FUERA BANDA"
010019                                 "OMITE PRECIERRE".
010020     05 FILLER               PIC X(09).
010021     05 Anterior-Cons-Bit    PIC X(30).
010022     05 FILLER               PIC X(09).
010023     05 Nuevo-Cons-Bit       PIC X(30).
010024     05 FILLER               PIC X(03).
010025     05 FechaHora-Cons-Bit.
010026        10 Fecha-Cons-Bit    PIC X(08).
010027        10 Hora-Cons-Bit     PIC X(06).
010028        10 FILLER            PIC X(07).
010029     05 FILLER               PIC X(07).
010030     05 Usuario-Cons-Bit     PIC X(08).
010031 01  Filtro-Cedula-Bit       PIC X(10).
010032 01  Filtro-Usuario-Bit      PIC X(08).
010033 01  Filtro-Campo-Bit        PIC X(20).
010034 01  Filtro-Desde-Bit        PIC X(08).
010035 01  Filtro-Hasta-Bit        PIC X(08).
010036 01  Longitud-Campo-Bit      PIC 9(02).
010037 01  Usuario-Bit             PIC X(08).
010038 01  Contador-Bit-Detalle    PIC 9(05).
010039 01  Contador-Bit-Fallidos   PIC 9(05).
010040 01  Contador-Bit-Supervisor PIC 9(05).
010041 01  Tabla-Usuarios-Bit.
010042     05 Cantidad-Usuarios-Bit PIC 9(02) VALUE ZERO.
010043     05 Detalle-Usuario-Bit OCCURS 50 TIMES.
010044        10 Codigo-Usuario-Bit   PIC X(08).
010045        10 Cambios-Usuario-Bit  PIC 9(05).
010046        10 Ultima-Fecha-Bit     PIC X(08).
010047 01  Ndx-Usr-Bit             PIC 9(02).
010048 01  Ndx-Usr-Hallado         PIC 9(02).
010049 01  Bandera-UsrHallado      PIC X VALUE "N".
010050     88 Usr-Hallado          VALUE "S".
010051 01  Tokens-Bitacora-Lote.
010052     05 Token-Bit-Lote       PIC X(30) OCCURS 5 TIMES.
010053 01  Ndx-Token-Bit           PIC 9(01).
010054 01  Clave-Token-Bit         PIC X(10).
010055 01  Valor-Token-Bit         PIC X(20).
      
010056 01  Estado-ArchivoPresupuesto PIC X(02).
010057 01  Estado-ArchivoLotePpto  PIC X(02).
010058 01  Estado-ArchivoRepPpto   PIC X(02).
010059 01  Bandera-FinPresupuesto  PIC X VALUE "N".
010060     88 Fin-Presupuesto      VALUE "S".
010061 01  Bandera-MesPptoValido   PIC X VALUE "N".
010062     88 Mes-Ppto-Valido      VALUE "S".
010063 01  Mes-Presupuesto.
010064     05 Anio-Presupuesto     PIC X(04).
010065     05 NumMes-Presupuesto   PIC X(02).
010066 01  Meses-Transcurridos     PIC 9(02).
010067 01  Monto-Ppto-Entrada      PIC X(15).
010068 01  Contador-LotePpto       PIC 9(05).
010069 01  Contador-LotePpto-Omit  PIC 9(05).
010070 01  Contador-Ppto-Excedido  PIC 9(05).
010071 01  Depto-Ppto-Busca        PIC X(04).
010072 01  Tabla-Presupuesto-Depto.
010073     05 Cantidad-Deptos-Ppto PIC 9(02) VALUE ZERO.
010074     05 Detalle-Depto-Ppto OCCURS 50 TIMES.
010075        10 Codigo-Depto-Ppto    PIC X(04).
010076        10 Ppto-Mes-Depto       PIC 9(11)V99.
010077        10 Ppto-Acum-Depto      PIC 9(11)V99.
010078        10 Ppto-Anual-Depto     PIC 9(11)V99.
010079        10 Bruto-Mes-Depto      PIC 9(11)V99.
010080        10 Ded-Mes-Depto        PIC 9(11)V99.
010081        10 Neto-Mes-Depto       PIC S9(11)V99.
010082        10 Bruto-Acum-Depto     PIC 9(11)V99.
010083        10 Ded-Acum-Depto       PIC 9(11)V99.
010084        10 Neto-Acum-Depto      PIC S9(11)V99.
010085 01  Ndx-Ppto                PIC 9(02).
010086 01  Ndx-Ppto-Hallado        PIC 9(02).
010087 01  Bandera-PptoHallado     PIC X VALUE "N".
010088     88 Ppto-Hallado         VALUE "S".
010089* Totales generales del reporte, con la misma forma que una
010090* fila de la tabla por departamento.
010091 01  Totales-Presupuesto.
010092     05 Tot-Ppto-Mes         PIC 9(11)V99.
010093     05 Tot-Ppto-Acum        PIC 9(11)V99.
010094     05 Tot-Ppto-Anual       PIC 9(11)V99.
010095     05 Tot-Bruto-Mes        PIC 9(11)V99.
010096     05 Tot-Ded-Mes          PIC 9(11)V99.
010097     05 Tot-Neto-Mes         PIC S9(11)V99.
010098     05 Tot-Bruto-Acum       PIC 9(11)V99.
010099     05 Tot-Ded-Acum         PIC 9(11)V99.
010100     05 Tot-Neto-Acum        PIC S9(11)V99.
010101* Valores de la linea que arma 4987-LINEA-PRESUPUESTO.
010102 01  Linea-Ppto-Trabajo.
010103     05 Codigo-Linea-Ppto    PIC X(04).
010104     05 Desc-Linea-Ppto      PIC X(20).
010105     05 Tipo-Linea-Ppto      PIC X(04).
010106        88 Linea-Proyeccion  VALUE "PROY".
010107     05 Ppto-Linea           PIC 9(11)V99.
010108     05 Bruto-Linea          PIC 9(11)V99.
010109     05 Ded-Linea            PIC 9(11)V99.
010110     05 Neto-Linea           PIC S9(11)V99.
010111 01  Variacion-Ppto          PIC S9(11)V99.
010112 01  Proyeccion-Bruto        PIC 9(11)V99.
010113 01  Porc-Uso-Ppto           PIC 9(04)V99.
010114 01  Porc-Uso-Edicion        PIC ZZZ9.99.
      
010115 01  Estado-ArchivoCalendario PIC X(02).
010116 01  Bandera-FinCalendario   PIC X VALUE "N".
010117     88 Fin-Calendario       VALUE "S".
010118 01  GrupoBusca              PIC X(01).
010119 01  Bandera-GrupoValido     PIC X VALUE "N".
010120     88 Grupo-Valido         VALUE "S".
010121 01  Bandera-EnGrupo         PIC X VALUE "S".
010122     88 Empleado-En-Grupo    VALUE "S".
010123* Grupo de pago del periodo en PeriodoProceso; en espacio el
010124* proceso toma a todos los grupos.
010125 01  Grupo-Periodo           PIC X(01) VALUE SPACE.
010126     88 Periodo-Quincenal    VALUE "Q".
010127     88 Periodo-Mensual      VALUE "M".
010128     88 Periodo-Semanal      VALUE "S".
010129 01  Llave-Grupo             PIC X(08).
010130 01  Grupo-Llave             PIC X(01).
010131* Factores de la frecuencia de pago que carga
010132* 3205-FACTORES-GRUPO; los valores iniciales son los de la
010133* planilla quincenal. Los tramos de renta y los creditos de
010134* PARAMDED son quincenales: el mes vale dos quincenas y la
010135* semana doce veintiseisavos de quincena.
010136 01  Grupo-Factores          PIC X(01).
010137 01  Factor-Frecuencia       PIC 9(01)V9999 VALUE 1.
010138 01  Divisor-Diario          PIC 9(02) VALUE 30.
010139 01  Tope-Dias-Periodo       PIC 9(02) VALUE 15.
010140 01  Dias-Acum-Periodo       PIC 9(01)V99 VALUE 0.50.
010141 01  Dias-Acum-Mes           PIC 9(01)V99 VALUE 1.00.
010142 01  Dias-Acum-Semana        PIC 9(01)V99 VALUE 0.23.
010143 01  Factor-Renta-Mes        PIC 9(01)V9999 VALUE 2.
010144 01  Factor-Renta-Semana     PIC 9(01)V9999 VALUE 0.4615.
010145 01  Limite1-Periodo         PIC 9(08)V99.
010146 01  Limite2-Periodo         PIC 9(08)V99.
010147 01  Salario-Banda-Quinc     PIC 9(07)V99.
010148 01  Fecha-Pago-Periodo      PIC X(08).
010149 01  Fecha-Periodo-Buscar    PIC X(08).
010150 01  Periodo-De-Fecha        PIC X(08).
010151 01  Anio-Calendario         PIC X(04).
010152 01  Anio-Cal-Num            PIC 9(04).
010153 01  Mes-Calendario          PIC 9(02).
010154 01  Semana-Calendario       PIC 9(01).
010155 01  Mes-Semana-Ant          PIC X(06).
010156 01  Fecha-Cal-Num           PIC 9(08).
010157 01  Fecha-Cal-Texto         PIC X(08).
010158 01  Fecha-Fin-Texto         PIC X(08).
010159 01  Dia-Cal-Int             PIC 9(07).
010160 01  Fin-Cal-Int             PIC 9(07).
010161 01  Contador-Cal-Nuevos     PIC 9(05).
010162 01  Contador-Cal-Existentes PIC 9(05).
010163 01  Contador-Cal-Listados   PIC 9(05).
010164 01  Estado-Cal-Edicion      PIC X(10).
010165 01  Bandera-ExtractoMes     PIC X VALUE "N".
010166     88 Extracto-Mes         VALUE "S".
010167 01  Cedula-Ant-Ext          PIC X(10).
      
010168 01  Estado-ArchivoPrecierre PIC X(02).
010169 01  Bandera-PrecierreFallido PIC X VALUE "N".
010170     88 Precierre-Fallido    VALUE "S".
010171 01  Bandera-PrecierreOmitido PIC X VALUE "N".
010172     88 Precierre-Omitido    VALUE "S".
010173 01  Bandera-AudPrecierre    PIC X VALUE "N".
010174     88 Auditoria-Precierre  VALUE "S".
010175 01  Bandera-CalculoHallado  PIC X VALUE "N".
010176     88 Calculo-Hallado      VALUE "S".
010177 01  Bandera-CambioPosterior PIC X VALUE "N".
010178     88 Cambio-Posterior     VALUE "S".
010179 01  Bandera-VerifFallida    PIC X VALUE "N".
010180     88 Verificacion-Fallida VALUE "S".
010181 01  Bandera-TrailerHallado  PIC X VALUE "N".
010182     88 Trailer-Hallado      VALUE "S".
010183 01  Ndx-Verificacion        PIC 9(01).
010184 01  Nombre-Verificacion     PIC X(60).
010185 01  Tabla-Verificaciones.
010186     05 Detalle-Verif OCCURS 4 TIMES.
010187        10 Nombre-Verif         PIC X(60).
010188        10 Resultado-Verif      PIC X(08).
010189 01  Contador-Verif-Fallidas PIC 9(01).
010190 01  Contador-Fallas-Verif   PIC 9(05).
010191 01  FechaHora-Calculo       PIC X(14).
010192 01  Usuario-Calculo         PIC X(08).
010193 01  Motivo-Omision-Pre      PIC X(30).
010194* Cambios de NOVEDADES, PRESTAMOS y CAMBIOSAL anotados en la
010195* bitacora despues del ultimo calculo completo del periodo.
010196 01  Tabla-Cambios-Pre.
010197     05 Cantidad-Cambios-Pre PIC 9(05) VALUE ZERO.
010198     05 Detalle-Cambio-Pre OCCURS 20 TIMES.
010199        10 Cedula-Cambio-Pre    PIC X(10).
010200        10 Campo-Cambio-Pre     PIC X(20).
010201        10 Valor-Cambio-Pre     PIC X(30).
010202        10 Fecha-Cambio-Pre     PIC X(08).
010203        10 Hora-Cambio-Pre      PIC X(06).
010204        10 Usuario-Cambio-Pre   PIC X(08).
010205 01  Ndx-Cambio-Pre          PIC 9(02).
010206 01  Cantidad-Pagos-Arch     PIC 9(05).
010207 01  Total-Pagos-Arch        PIC 9(11)V99.
010208 01  Periodo-Pagos-Arch      PIC X(08).
010209 01  Contador-Pagos-Plan     PIC 9(05).
010210 01  Total-Pagos-Plan        PIC 9(11)V99.
      
010211 PROCEDURE DIVISION.
010212******************************************************************
010213* 0000-MAINLINE
010214* Punto de entrada del programa: abre archivos, despliega el
010215* menu principal hasta que el usuario elige salir, y cierra
010216* archivos antes de terminar.
010217******************************************************************
010218 0000-MAINLINE.
010219     ACCEPT Modo-Ejecucion FROM COMMAND-LINE
      
010220     PERFORM 1000-INICIALIZAR-PROGRAMA
010221         THRU 1000-INICIALIZAR-PROGRAMA-EXIT
      
010222     IF Modo-Ejecucion = "LOTE"
010223         MOVE "LOTE" TO Usuario-Actual
010224         MOVE "S" TO Rol-Actual
010225         PERFORM 4000-EJECUTAR-LOTE
010226             THRU 4000-EJECUTAR-LOTE-EXIT
010227     ELSE
010228         PERFORM 1100-INICIAR-SESION
010229             THRU 1100-INICIAR-SESION-EXIT
010230         IF Sesion-Valida
010231             PERFORM 2000-PROCESAR-MENU-PRINCIPAL
010232                 THRU 2000-PROCESAR-MENU-PRINCIPAL-EXIT
010233                 UNTIL Programa-Finalizado
010234         END-IF
010235     END-IF
      
010236     PERFORM 9999-FINALIZAR-PROGRAMA
010237         THRU 9999-FINALIZAR-PROGRAMA-EXIT
      
010238     STOP RUN.
      
010239******************************************************************
010240* 1000-INICIALIZAR-PROGRAMA
010241* Abre el archivo maestro de empleados y la bitacora de
010242* auditoria, creandolos si todavia no existen en disco.
010243******************************************************************
010244 1000-INICIALIZAR-PROGRAMA.
010245     OPEN I-O ArchivoEmpleados
010246     IF Estado-ArchivoEmpleados = "35"
010247         OPEN OUTPUT ArchivoEmpleados
010248         CLOSE ArchivoEmpleados
010249         OPEN I-O ArchivoEmpleados
010250     END-IF
      
010251     OPEN EXTEND ArchivoBitacora
010252     IF Estado-ArchivoBitacora = "35"
010253         OPEN OUTPUT ArchivoBitacora
010254         CLOSE ArchivoBitacora
010255         OPEN EXTEND ArchivoBitacora
010260     END-IF
      
010270     OPEN I-O ArchivoHistoria
010410         OPEN OUTPUT ArchivoDeptos
010420         CLOSE ArchivoDeptos
010430         OPEN I-O ArchivoDeptos
010431     END-IF
      
010432     OPEN I-O ArchivoPuestos
010433     IF Estado-ArchivoPuestos = "35"
010434         OPEN OUTPUT ArchivoPuestos
010435         CLOSE ArchivoPuestos
010436         OPEN I-O ArchivoPuestos
010437     END-IF
      
010438     OPEN I-O ArchivoDependientes
010439     IF Estado-ArchivoDependientes = "35"
010440         OPEN OUTPUT ArchivoDependientes
010441         CLOSE ArchivoDependientes
010442         OPEN I-O ArchivoDependientes
010443     END-IF
      
010444     OPEN I-O ArchivoIncapacidades
010445     IF Estado-ArchivoIncapacidades = "35"
010446         OPEN OUTPUT ArchivoIncapacidades
010447         CLOSE ArchivoIncapacidades
010448         OPEN I-O ArchivoIncapacidades
010449     END-IF
      
010450     OPEN I-O ArchivoPresupuesto
010451     IF Estado-ArchivoPresupuesto = "35"
010452         OPEN OUTPUT ArchivoPresupuesto
010453         CLOSE ArchivoPresupuesto
010454         OPEN I-O ArchivoPresupuesto
010455     END-IF
      
010456     OPEN I-O ArchivoCalendario
010457     IF Estado-ArchivoCalendario = "35"
010458         OPEN OUTPUT ArchivoCalendario
010459         CLOSE ArchivoCalendario
010460         OPEN I-O ArchivoCalendario
010461     END-IF
      
010462     OPEN I-O ArchivoNovedades
010463     IF Estado-ArchivoNovedades = "35"
010470         OPEN OUTPUT ArchivoNovedades
010480         CLOSE ArchivoNovedades
010490         OPEN I-O ArchivoNovedades
010740     END-IF
      
010750     PERFORM 3150-CARGAR-PARAMETROS
010760         THRU 3150-CARGAR-PARAMETROS-EXIT
010763     PERFORM 4825-CARGAR-PORC-CARGAS
010766         THRU 4825-CARGAR-PORC-CARGAS-EXIT.
010770 1000-INICIALIZAR-PROGRAMA-EXIT.
010780     EXIT.
      
012050     DISPLAY "[22] Usuarios y roles."
012060     DISPLAY "[23] Procesar retorno del banco."
012070     DISPLAY "[24] Constancias salariales anuales."
012075     DISPLAY "[25] Cargas sociales patronales e INS."
012077     DISPLAY "[26] Variaciones contra el ultimo cierre."
012078     DISPLAY "[27] Catalogo de puestos y bandas salariales."
012079     DISPLAY "[28] Dependientes y creditos de renta."
012082     DISPLAY "[29] Incapacidades CCSS, INS y maternidad."
012083     DISPLAY "[30] Consulta de bitacora y seguridad."
012084     DISPLAY "[31] Presupuesto de planilla por departamento."
012086     DISPLAY "[32] Grupos de pago y calendarios."
012088     DISPLAY "[0] Salir."
012090     ACCEPT OPCION
      
012100     EVALUATE OPCION
012450             PERFORM 3200-MENU-PERIODOS
012460                 THRU 3200-MENU-PERIODOS-EXIT
012470         WHEN "13"
012480             PERFORM 3305-PAGOS-BANCO-PERIODO
012490                 THRU 3305-PAGOS-BANCO-PERIODO-EXIT
012500         WHEN "14"
012510             PERFORM 3400-MENU-COLILLAS
012520                 THRU 3400-MENU-COLILLAS-EXIT
012800         WHEN "24"
012810             PERFORM 4700-MENU-CONSTANCIAS
012820                 THRU 4700-MENU-CONSTANCIAS-EXIT
012822         WHEN "25"
012824             PERFORM 4800-MENU-CARGAS
012826                 THRU 4800-MENU-CARGAS-EXIT
012827         WHEN "26"
012828             PERFORM 4900-REPORTE-VARIACION
012829                 THRU 4900-REPORTE-VARIACION-EXIT
012831         WHEN "27"
012833             PERFORM 3540-MENU-PUESTOS
012835                 THRU 3540-MENU-PUESTOS-EXIT
012836         WHEN "28"
012837             PERFORM 3570-MENU-DEPENDIENTES
012838                 THRU 3570-MENU-DEPENDIENTES-EXIT
012840         WHEN "29"
012842             PERFORM 3580-MENU-INCAPACIDADES
012844                 THRU 3580-MENU-INCAPACIDADES-EXIT
012845         WHEN "30"
012846             PERFORM 4950-CONSULTA-BITACORA
012847                 THRU 4950-CONSULTA-BITACORA-EXIT
012848         WHEN "31"
012849             PERFORM 4970-MENU-PRESUPUESTO
012850                 THRU 4970-MENU-PRESUPUESTO-EXIT
012851         WHEN "32"
012852             PERFORM 4990-MENU-GRUPOS-PAGO
012853                 THRU 4990-MENU-GRUPOS-PAGO-EXIT
012854         WHEN "0"
012855             MOVE "S" TO BANDERA-SALIR
012856         WHEN OTHER
012860             DISPLAY "Opcion invalida. Intente de nuevo."
012870     END-EVALUATE.
012880 2000-PROCESAR-MENU-PRINCIPAL-EXIT.
013090     DISPLAY "Ingrese Nombre del empleado:"
013100     ACCEPT Nombre
      
013110     DISPLAY "Ingrese grupo de pago (Q quincenal, M mensual,"
013111     DISPLAY "S semanal; blanco es quincenal):"
013112     MOVE SPACE TO GrupoBusca
013113     ACCEPT GrupoBusca
013114     PERFORM 2150-VALIDAR-GRUPO-ENTRADA
013115         THRU 2150-VALIDAR-GRUPO-ENTRADA-EXIT
013116     MOVE GrupoBusca TO GrupoPago
      
013117     DISPLAY "Ingrese Salario bruto del periodo de pago (numero"
013118     DISPLAY "decimal)."
013120     ACCEPT SALARIO-STRING
013130     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
013140         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
013190             THRU 3140-CALCULAR-DEDUCCIONES-EXIT
013200         MOVE Impuesto-Calculado TO DeduccionImpuestos
013210         MOVE Seguro-Calculado TO DeduccionSeguro
013215         MOVE Credito-Aplicado TO CreditoFamiliar
013220         DISPLAY "Deducciones calculadas con parametros vigentes."
013230     ELSE
013235         MOVE ZERO TO CreditoFamiliar
013240         DISPLAY "Ingrese Deduccion por impuestos (decimal)."
013250         ACCEPT SALARIO-STRING
013260         PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
013480     END-IF
013490     MOVE DeptoBusca TO CodigoDepartamento
      
013491     DISPLAY "Ingrese codigo de puesto:"
013492     ACCEPT PuestoBusca
013493     PERFORM 2140-VALIDAR-PUESTO-ENTRADA
013494         THRU 2140-VALIDAR-PUESTO-ENTRADA-EXIT
013495     IF NOT Puesto-Valido
013496         DISPLAY "Alta cancelada: empleado sin puesto."
013497         GO TO 2100-INGRESAR-EMPLEADO-EXIT
013498     END-IF
013499     MOVE PuestoBusca TO CodigoPuesto
013500     MOVE Salario TO Salario-Banda
013501     PERFORM 3558-CONTROLAR-BANDA
013502         THRU 3558-CONTROLAR-BANDA-EXIT
013503     IF NOT Banda-Autorizada
013504         DISPLAY "Alta cancelada: salario fuera de la banda."
013505         GO TO 2100-INGRESAR-EMPLEADO-EXIT
013506     END-IF
      
013507     MOVE ZERO TO SalarioNeto
013510     MOVE "A" TO EstadoEmpleado
013520     MOVE SPACES TO FechaBaja
013530     MOVE SPACES TO CausaBaja
013550     WRITE EMPLEADO
013560         INVALID KEY
013570             DISPLAY "Error al ingresar el empleado."
013575             GO TO 2100-INGRESAR-EMPLEADO-EXIT
013580         NOT INVALID KEY
013590             DISPLAY "Empleado ingresado correctamente."
013600     END-WRITE
      
013602     IF Fuera-De-Banda
013604         PERFORM 3557-REGISTRAR-FUERA-BANDA
013606             THRU 3557-REGISTRAR-FUERA-BANDA-EXIT
013608     END-IF.
013610 2100-INGRESAR-EMPLEADO-EXIT.
013620     EXIT.
      
014150     ACCEPT DeptoBusca
014160     GO TO 2130-VALIDAR-DEPTO-ENTRADA.
014170 2130-VALIDAR-DEPTO-ENTRADA-EXIT.
014171     EXIT.
      
014172******************************************************************
014173* 2140-VALIDAR-PUESTO-ENTRADA
014174* Revalida el codigo de puesto digitado (PuestoBusca) contra
014175* el catalogo PUESTOS hasta que exista.
014176******************************************************************
014177 2140-VALIDAR-PUESTO-ENTRADA.
014178     PERFORM 3550-VALIDAR-PUESTO
014179         THRU 3550-VALIDAR-PUESTO-EXIT
014180     IF Puesto-Valido
014181         GO TO 2140-VALIDAR-PUESTO-ENTRADA-EXIT
014182     END-IF
014183     IF PuestoBusca = SPACES
014184         DISPLAY "Registre el puesto en la opcion 27."
014185         GO TO 2140-VALIDAR-PUESTO-ENTRADA-EXIT
014186     END-IF
014187     DISPLAY "El puesto no existe en el catalogo."
014188     DISPLAY "Ingrese de nuevo el codigo, o blanco para salir."
014189     ACCEPT PuestoBusca
014190     GO TO 2140-VALIDAR-PUESTO-ENTRADA.
014191 2140-VALIDAR-PUESTO-ENTRADA-EXIT.
014192     EXIT.
      
014193******************************************************************
014194* 2150-VALIDAR-GRUPO-ENTRADA
014195* Revalida el grupo de pago digitado (GrupoBusca) hasta que
014196* sea Q, M o S; el blanco queda como quincenal.
014197******************************************************************
014198 2150-VALIDAR-GRUPO-ENTRADA.
014199     PERFORM 3203-VALIDAR-GRUPO
014200         THRU 3203-VALIDAR-GRUPO-EXIT
014201     IF Grupo-Valido
014202         GO TO 2150-VALIDAR-GRUPO-ENTRADA-EXIT
014203     END-IF
014204     DISPLAY "Grupo de pago invalido: use Q (quincenal),"
014205     DISPLAY "M (mensual) o S (semanal). Ingrese de nuevo:"
014206     ACCEPT GrupoBusca
014207     GO TO 2150-VALIDAR-GRUPO-ENTRADA.
014208 2150-VALIDAR-GRUPO-ENTRADA-EXIT.
014209     EXIT.
      
014210******************************************************************
014211* 2200-CALCULAR-SALARIO-NETO
014212* Localiza un empleado por cedula, calcula su salario neto, lo
014220* persiste en el archivo maestro y concilia el resultado.
014230******************************************************************
014240 2200-CALCULAR-SALARIO-NETO.
014310             GO TO 2200-CALCULAR-SALARIO-NETO-EXIT
014320     END-READ
      
014330     DISPLAY "INGRESE EL PERIODO A CALCULAR"
014335     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
014340     ACCEPT PeriodoProceso
014350     PERFORM 3211-VALIDAR-PERIODO
014360         THRU 3211-VALIDAR-PERIODO-EXIT
014370     IF NOT Periodo-Valido
014371         GO TO 2200-CALCULAR-SALARIO-NETO-EXIT
014372     END-IF
014373     PERFORM 3207-EMPLEADO-DEL-GRUPO
014374         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
014375     IF NOT Empleado-En-Grupo
014376         DISPLAY "El empleado no es del grupo de pago del periodo"
014377         DISPLAY PeriodoProceso ". Operacion cancelada."
014380         GO TO 2200-CALCULAR-SALARIO-NETO-EXIT
014390     END-IF
      
014450             THRU 3140-CALCULAR-DEDUCCIONES-EXIT
014460         MOVE Impuesto-Calculado TO DeduccionImpuestos
014470         MOVE Seguro-Calculado TO DeduccionSeguro
014472         MOVE Credito-Aplicado TO CreditoFamiliar
014474     ELSE
014476         MOVE ZERO TO CreditoFamiliar
014480     END-IF
      
014490     ADD DeduccionSeguro TO DeduccionImpuestos
015030     DISPLAY "Banco: ", BancoEmpleado
015040     DISPLAY "Numero de cuenta: ", CuentaEmpleado
015050     DISPLAY "Departamento: ", CodigoDepartamento
015055     DISPLAY "Puesto: ", CodigoPuesto
015057     IF GrupoPago = SPACE
015059         DISPLAY "Grupo de pago: Q"
015061     ELSE
015063         DISPLAY "Grupo de pago: ", GrupoPago
015065     END-IF
015067     IF Cuenta-Rechazada
015070         DISPLAY "*** CUENTA RECHAZADA POR EL BANCO ***"
015080     END-IF
015090     IF Empleado-Inactivo
017100     DISPLAY "[6] Banco"
017110     DISPLAY "[7] Numero de cuenta"
017120     DISPLAY "[8] Departamento"
017130     DISPLAY "[9] Puesto"
017135     DISPLAY "[10] Grupo de pago"
017137     DISPLAY "[11] Cancelar"
017140     ACCEPT OPCION
017145     MOVE "N" TO Bandera-FueraBanda
      
017150     EVALUATE OPCION
017160         WHEN "1"
017280             PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
017290                 THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
017300             MOVE Valor-Decimal-Validado TO Salario
017301             MOVE CodigoPuesto TO PuestoBusca
017302             MOVE Salario TO Salario-Banda
017303             PERFORM 3558-CONTROLAR-BANDA
017304                 THRU 3558-CONTROLAR-BANDA-EXIT
017305             IF NOT Banda-Autorizada
017306                 DISPLAY "Actualizacion cancelada."
017307                 GO TO 2510-ACTUALIZAR-EMPLEADO-EXIT
017308             END-IF
017310             MOVE Salario TO Monto-Edicion
017320             MOVE Monto-Edicion TO ValorNuevo-Bitacora
017330         WHEN "3"
017870             END-IF
017880             MOVE DeptoBusca TO CodigoDepartamento
017890             MOVE CodigoDepartamento TO ValorNuevo-Bitacora
017891         WHEN "9"
017892             MOVE "PUESTO" TO Campo-Bitacora
017893             MOVE CodigoPuesto TO ValorAnterior-Bitacora
017894             DISPLAY "Ingrese el nuevo codigo de puesto:"
017895             ACCEPT PuestoBusca
017896             PERFORM 2140-VALIDAR-PUESTO-ENTRADA
017897                 THRU 2140-VALIDAR-PUESTO-ENTRADA-EXIT
017898             IF NOT Puesto-Valido
017899                 DISPLAY "Actualizacion cancelada."
017900                 GO TO 2510-ACTUALIZAR-EMPLEADO-EXIT
017901             END-IF
017902             MOVE Salario TO Salario-Banda
017903             PERFORM 3558-CONTROLAR-BANDA
017904                 THRU 3558-CONTROLAR-BANDA-EXIT
017905             IF NOT Banda-Autorizada
017906                 DISPLAY "Actualizacion cancelada."
017907                 GO TO 2510-ACTUALIZAR-EMPLEADO-EXIT
017908             END-IF
017909             MOVE PuestoBusca TO CodigoPuesto
017910             MOVE CodigoPuesto TO ValorNuevo-Bitacora
017911         WHEN "10"
017912             MOVE "GRUPO PAGO" TO Campo-Bitacora
017913             MOVE GrupoPago TO ValorAnterior-Bitacora
017914             DISPLAY "Ingrese el nuevo grupo de pago (Q, M o S):"
017915             MOVE SPACE TO GrupoBusca
017916             ACCEPT GrupoBusca
017917             PERFORM 2150-VALIDAR-GRUPO-ENTRADA
017918                 THRU 2150-VALIDAR-GRUPO-ENTRADA-EXIT
017919             MOVE GrupoBusca TO GrupoPago
017920             MOVE CodigoPuesto TO PuestoBusca
017921             MOVE Salario TO Salario-Banda
017922             PERFORM 3558-CONTROLAR-BANDA
017923                 THRU 3558-CONTROLAR-BANDA-EXIT
017924             IF NOT Banda-Autorizada
017925                 DISPLAY "Actualizacion cancelada."
017926                 GO TO 2510-ACTUALIZAR-EMPLEADO-EXIT
017927             END-IF
017928             MOVE GrupoPago TO ValorNuevo-Bitacora
017929             DISPLAY "El salario debe ser el monto por periodo"
017930             DISPLAY "del nuevo grupo; corrijalo con la opcion 2."
017931         WHEN OTHER
017932             DISPLAY "Actualizacion cancelada."
017933             GO TO 2510-ACTUALIZAR-EMPLEADO-EXIT
017934     END-EVALUATE
      
017940     REWRITE EMPLEADO
017950         INVALID KEY
      
017990     PERFORM 2530-REGISTRAR-BITACORA
018000         THRU 2530-REGISTRAR-BITACORA-EXIT
018002     IF Fuera-De-Banda
018004         PERFORM 3557-REGISTRAR-FUERA-BANDA
018006             THRU 3557-REGISTRAR-FUERA-BANDA-EXIT
018008     END-IF
      
018010     DISPLAY "Empleado actualizado correctamente.".
018020 2510-ACTUALIZAR-EMPLEADO-EXIT.
020530     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
020540         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
      
020541     MOVE CodigoPuesto TO PuestoBusca
020542     MOVE Valor-Decimal-Validado TO Salario-Banda
020543     PERFORM 3558-CONTROLAR-BANDA
020544         THRU 3558-CONTROLAR-BANDA-EXIT
020545     IF NOT Banda-Autorizada
020546         DISPLAY "Cambio cancelado: salario fuera de la banda."
020547         GO TO 2560-PROGRAMAR-CAMBIO-SAL-EXIT
020548     END-IF
      
020550     MOVE CEDULA TO CEDULA-CAMB
020560     MOVE FechaEfectivaCambio TO FECHA-EFEC-CAMB
020570     MOVE Valor-Decimal-Validado TO SALARIO-NUEVO-CAMB
020600     MOVE SPACES TO PERIODO-RETRO-CAMB
020610     MOVE SPACES TO PERIODO-APLIC-CAMB
020620     MOVE Usuario-Actual TO USUARIO-CAMB
020625     MOVE ZERO TO SALARIO-ANT-CAMB
      
020630     WRITE REGISTRO-CAMBIO
020640         INVALID KEY
020720     MOVE SALARIO-NUEVO-CAMB TO Monto-Edicion
020730     MOVE Monto-Edicion TO ValorNuevo-Bitacora
020740     PERFORM 2530-REGISTRAR-BITACORA
020750         THRU 2530-REGISTRAR-BITACORA-EXIT
020752     IF Fuera-De-Banda
020754         PERFORM 3557-REGISTRAR-FUERA-BANDA
020756             THRU 3557-REGISTRAR-FUERA-BANDA-EXIT
020758     END-IF.
020760 2560-PROGRAMAR-CAMBIO-SAL-EXIT.
020770     EXIT.
      
021540* ese periodo.
021550******************************************************************
021560 2600-REPORTE-PLANILLA.
021570     DISPLAY "INGRESE EL PERIODO DEL REPORTE"
021575     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
021580     ACCEPT PeriodoProceso
      
021590     PERFORM 2605-EJECUTAR-REPORTE
021890     MOVE ZERO TO Total-Extras-Rpt
021900     MOVE ZERO TO Total-Ausencias-Rpt
021910     MOVE ZERO TO Total-Retro-Rpt
021913     MOVE ZERO TO Total-Incapacidad-Rpt
021916     MOVE ZERO TO Total-Subsidio-Rpt
021920     PERFORM 3532-LIMPIAR-TABLA-DEPTO
021930         THRU 3532-LIMPIAR-TABLA-DEPTO-EXIT
      
      
022410     MOVE Total-Retro-Rpt TO Monto-Edicion-Total
022420     STRING "TOTAL RETROACTIVOS   : " DELIMITED BY SIZE
022421            Monto-Edicion-Total       DELIMITED BY SIZE
022422         INTO LineaDetalleReporte
022423     END-STRING
022424     WRITE LineaDetalleReporte
      
022425     MOVE Total-Incapacidad-Rpt TO Monto-Edicion-Total
022426     STRING "TOTAL INCAPACIDADES  : " DELIMITED BY SIZE
022427            Monto-Edicion-Total       DELIMITED BY SIZE
022428         INTO LineaDetalleReporte
022429     END-STRING
022430     WRITE LineaDetalleReporte
      
022431     MOVE Total-Subsidio-Rpt TO Monto-Edicion-Total
022432     STRING "TOTAL SUBSIDIO PATRON: " DELIMITED BY SIZE
022433            Monto-Edicion-Total       DELIMITED BY SIZE
022440         INTO LineaDetalleReporte
022450     END-STRING
022460     WRITE LineaDetalleReporte
022710         AT END
022720             MOVE "S" TO Bandera-FinArchivo
022730         NOT AT END
022740             PERFORM 3207-EMPLEADO-DEL-GRUPO
022743                 THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
022746             IF NOT Empleado-Inactivo AND Empleado-En-Grupo
022750                 PERFORM 3010-CALCULAR-BRUTO-PERIODO
022760                     THRU 3010-CALCULAR-BRUTO-PERIODO-EXIT
022770                 MOVE Salario-Bruto-Periodo
023020                     INTO LineaDetalleReporte
023030                 END-STRING
023040                 WRITE LineaDetalleReporte
023042                 IF Dias-Incapacidad NOT = ZERO
023044                     PERFORM 2604-INCAPACIDAD-PLANILLA
023046                         THRU 2604-INCAPACIDAD-PLANILLA-EXIT
023048                 END-IF
      
023050                 ADD Salario-Bruto-Periodo TO Total-Salario-Rpt
023060                 ADD Monto-Extras-Periodo TO Total-Extras-Rpt
023640     END-STRING
023650     WRITE LineaDetalleReporte.
023660 2603-SUBTOTAL-PLANILLA-LINEA-EXIT.
023661     EXIT.
      
023662******************************************************************
023663* 2604-INCAPACIDAD-PLANILLA
023664* Escribe bajo la linea del empleado en proceso la linea de
023665* incapacidad del periodo: dias, rebajo y subsidio patronal.
023666******************************************************************
023667 2604-INCAPACIDAD-PLANILLA.
023668     MOVE Dias-Incapacidad TO Dias-Edicion
023669     MOVE Monto-Incapacidad TO Monto-Edicion
023670     MOVE SPACES TO LineaDetalleReporte
023671     STRING "           INCAPACIDAD " DELIMITED BY SIZE
023672            Dias-Edicion DELIMITED BY SIZE
023673            " DIAS  REBAJO: " DELIMITED BY SIZE
023674            Monto-Edicion DELIMITED BY SIZE
023675         INTO LineaDetalleReporte
023676     END-STRING
023677     MOVE Subsidio-Patronal TO Monto-Edicion
023678     MOVE "SUBSIDIO PATRONAL: " TO LineaDetalleReporte (66:19)
023679     MOVE Monto-Edicion TO LineaDetalleReporte (85:13)
023680     WRITE LineaDetalleReporte
023681     MOVE SPACES TO LineaDetalleReporte
023682     ADD Monto-Incapacidad TO Total-Incapacidad-Rpt
023683     ADD Subsidio-Patronal TO Total-Subsidio-Rpt.
023684 2604-INCAPACIDAD-PLANILLA-EXIT.
023685     EXIT.
      
023686******************************************************************
023690* 2700-CARGA-LOTE-EMPLEADOS
023700* Lee el archivo plano LOTEEMPL y agrega todos los nuevos
023710* ingresos que contenga, en una sola corrida.
024080* 2702-CARGA-LOTE-INSERTAR
024090* Arma y escribe el registro EMPLEADO de un nuevo ingreso del
024100* lote, validando el departamento contra el catalogo DEPTOS y
024105* el puesto y su banda salarial contra el catalogo PUESTOS,
024107* el grupo de pago (blanco es quincenal), y
024110* derivando las deducciones cuando rige el modo por parametros.
024113* En lote no hay quien autorice un salario fuera de banda: la
024116* fila se omite y el rechazo queda en la bitacora.
024120******************************************************************
024130 2702-CARGA-LOTE-INSERTAR.
024140     MOVE DEPTO-LOTE TO DeptoBusca
024170     IF NOT Depto-Valido
024180         DISPLAY "Departamento invalido, se omite: ",
024190             CEDULA-LOTE
024191         GO TO 2702-CARGA-LOTE-INSERTAR-EXIT
024192     END-IF
      
024193     MOVE PUESTO-LOTE TO PuestoBusca
024194     PERFORM 3550-VALIDAR-PUESTO
024195         THRU 3550-VALIDAR-PUESTO-EXIT
024196     IF NOT Puesto-Valido
024197         DISPLAY "Puesto invalido, se omite: ",
024198             CEDULA-LOTE
024199         GO TO 2702-CARGA-LOTE-INSERTAR-EXIT
024200     END-IF
024201     MOVE GRUPO-LOTE TO GrupoBusca
024202     PERFORM 3203-VALIDAR-GRUPO
024203         THRU 3203-VALIDAR-GRUPO-EXIT
024204     IF NOT Grupo-Valido
024205         DISPLAY "Grupo de pago invalido, se omite: ",
024206             CEDULA-LOTE
024207         GO TO 2702-CARGA-LOTE-INSERTAR-EXIT
024208     END-IF
024209     MOVE GrupoBusca TO GrupoPago
024210     MOVE SALARIO-LOTE TO Salario-Banda
024211     PERFORM 3555-VERIFICAR-BANDA
024212         THRU 3555-VERIFICAR-BANDA-EXIT
024213     IF Fuera-De-Banda
024214         DISPLAY "Salario fuera de banda, se omite: ",
024215             CEDULA-LOTE
024216         MOVE "SALARIO FUERA BANDA" TO Campo-Bitacora
024217         MOVE SPACES TO ValorAnterior-Bitacora
024218         STRING "PUESTO " DELIMITED BY SIZE
024219                PUESTO-LOTE DELIMITED BY SIZE
024220                " CARGA RECHAZADA" DELIMITED BY SIZE
024221             INTO ValorAnterior-Bitacora
024222         END-STRING
024223         MOVE Salario-Banda TO Monto-Edicion
024224         MOVE Monto-Edicion TO ValorNuevo-Bitacora
024225         PERFORM 2530-REGISTRAR-BITACORA
024226             THRU 2530-REGISTRAR-BITACORA-EXIT
024227         GO TO 2702-CARGA-LOTE-INSERTAR-EXIT
024228     END-IF
      
024229     MOVE NOMBRE-LOTE TO Nombre
024230     MOVE SALARIO-LOTE TO Salario
024240     IF Modo-Parametros
024250         MOVE Salario TO Salario-Base-Calculo
024270             THRU 3140-CALCULAR-DEDUCCIONES-EXIT
024280         MOVE Impuesto-Calculado TO DeduccionImpuestos
024290         MOVE Seguro-Calculado TO DeduccionSeguro
024295         MOVE Credito-Aplicado TO CreditoFamiliar
024300     ELSE
024310         MOVE DEDIMP-LOTE TO DeduccionImpuestos
024315         MOVE ZERO TO CreditoFamiliar
024320         MOVE DEDSEG-LOTE TO DeduccionSeguro
024330     END-IF
024340     MOVE DATOSSOC-LOTE TO DatosSocioeconomicos
024400     MOVE SPACES TO FechaBaja
024410     MOVE SPACES TO CausaBaja
024420     MOVE SPACE TO MarcaCuenta
024425     MOVE PUESTO-LOTE TO CodigoPuesto
024430     WRITE EMPLEADO
024440         INVALID KEY
024450             DISPLAY "Error al cargar: ", CEDULA-LOTE
025590     MOVE ZERO TO Total-Seguro-Ext
025600     MOVE ZERO TO Total-General-Ext
025610     MOVE ZERO TO Contador-Empleados-Ext
025615     MOVE ZERO TO Total-Credito-Ext
025620     PERFORM 3532-LIMPIAR-TABLA-DEPTO
025630         THRU 3532-LIMPIAR-TABLA-DEPTO-EXIT
      
025900     END-STRING
025910     WRITE LineaExtracto
      
025911     MOVE Total-Credito-Ext TO Monto-Edicion-Total
025912     STRING "TOTAL CREDITOS FAMILIARES   : " DELIMITED BY SIZE
025913            Monto-Edicion-Total                 DELIMITED BY SIZE
025914         INTO LineaExtracto
025915     END-STRING
025916     WRITE LineaExtracto
      
025920     MOVE Total-Seguro-Ext TO Monto-Edicion-Total
025930     STRING "TOTAL DEDUCCION SEGURO CCSS : " DELIMITED BY SIZE
025940            Monto-Edicion-Total                 DELIMITED BY SIZE
026130             IF NOT Empleado-Inactivo
026140                 ADD DeduccionImpuestos TO Total-Impuestos-Ext
026150                 ADD DeduccionSeguro TO Total-Seguro-Ext
026155                 ADD CreditoFamiliar TO Total-Credito-Ext
026160                 ADD 1 TO Contador-Empleados-Ext
026170                 MOVE CodigoDepartamento TO Depto-Acumular
026180                 MOVE ZERO TO Salario-Acumular
026630******************************************************************
026640* 3000-CALCULAR-PLANILLA-TODOS
026650* Pide el periodo a calcular y corre el calculo de la planilla
026660* completa de ese periodo. Al terminar ofrece el reporte de
026663* variaciones contra el ultimo cierre para revisar la planilla
026666* antes de liberar el pago.
026670******************************************************************
026680 3000-CALCULAR-PLANILLA-TODOS.
026690     DISPLAY "INGRESE EL PERIODO A CALCULAR"
026695     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
026700     ACCEPT PeriodoProceso
      
026710     PERFORM 3005-EJECUTAR-PLANILLA
026720         THRU 3005-EJECUTAR-PLANILLA-EXIT
026721     IF NOT Periodo-Valido
026722         GO TO 3000-CALCULAR-PLANILLA-TODOS-EXIT
026723     END-IF
      
026724     DISPLAY "Digite S para generar el reporte de variaciones:"
026725     ACCEPT OPCION
026726     IF OPCION = "S"
026727         PERFORM 4901-PEDIR-UMBRAL
026728             THRU 4901-PEDIR-UMBRAL-EXIT
026729         PERFORM 4905-EJECUTAR-VARIACION
026730             THRU 4905-EJECUTAR-VARIACION-EXIT
026731     END-IF.
026732 3000-CALCULAR-PLANILLA-TODOS-EXIT.
026740     EXIT.
      
026750******************************************************************
026800* (horas extra, bonos, comisiones y ausencias), deriva las
026810* deducciones, concilia cada resultado y despliega los totales
026820* de control de la corrida. Lo comparten el menu principal y el
026830* modo de ejecucion por lote (comando CALCULAR-TODOS p). La
026833* corrida queda en la bitacora (CALCULO PLANILLA): es la
026836* referencia de la verificacion previa al cierre.
026840******************************************************************
026850 3005-EJECUTAR-PLANILLA.
026860     PERFORM 3211-VALIDAR-PERIODO
027130     MOVE Contador-Excepcion-Calc TO Contador-Edicion-Calc
027140     DISPLAY "Excepciones concilia. : ", Contador-Edicion-Calc
027150     MOVE Total-Prest-Corrida TO Monto-Edicion-Total
027160     DISPLAY "Prestamos deducidos   : ", Monto-Edicion-Total
      
027161     MOVE SPACES TO CEDULA
027162     MOVE "CALCULO PLANILLA" TO Campo-Bitacora
027163     MOVE PeriodoProceso TO ValorAnterior-Bitacora
027164     MOVE Contador-Actualiz-Calc TO Contador-Edicion-Calc
027165     MOVE SPACES TO ValorNuevo-Bitacora
027166     STRING "ACTUALIZADOS: " DELIMITED BY SIZE
027167            Contador-Edicion-Calc DELIMITED BY SIZE
027168         INTO ValorNuevo-Bitacora
027169     END-STRING
027170     PERFORM 2530-REGISTRAR-BITACORA
027171         THRU 2530-REGISTRAR-BITACORA-EXIT.
027172 3005-EJECUTAR-PLANILLA-EXIT.
027180     EXIT.
      
027190 3001-CALCULAR-PLANILLA-LEER.
027210         AT END
027220             MOVE "S" TO Bandera-FinArchivo
027230         NOT AT END
027240             PERFORM 3207-EMPLEADO-DEL-GRUPO
027243                 THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
027246             IF NOT Empleado-Inactivo AND Empleado-En-Grupo
027250                 ADD 1 TO Contador-Leidos-Calc
027260                 PERFORM 3010-CALCULAR-BRUTO-PERIODO
027270                     THRU 3010-CALCULAR-BRUTO-PERIODO-EXIT
027320                         THRU 3140-CALCULAR-DEDUCCIONES-EXIT
027330                     MOVE Impuesto-Calculado TO DeduccionImpuestos
027340                     MOVE Seguro-Calculado TO DeduccionSeguro
027342                     MOVE Credito-Aplicado TO CreditoFamiliar
027344                 ELSE
027346                     MOVE ZERO TO CreditoFamiliar
027350                 END-IF
027360                 ADD DeduccionSeguro TO DeduccionImpuestos
027370                     GIVING DeduccionesGeneral
027600* la tarifa horaria derivada del salario diario), bonos y
027610* comisiones de la novedad del periodo, menos los dias de
027620* ausencia no pagados. Si no hay novedad registrada el bruto es
027630* el salario base. Rebaja los dias de incapacidad del
027635* periodo y suma el subsidio que paga el patrono. El salario
027636* es el del periodo del grupo de pago del empleado, y el
027637* salario diario sale del divisor de su frecuencia (3205).
027640******************************************************************
027650 3010-CALCULAR-BRUTO-PERIODO.
027652     MOVE GrupoPago TO Grupo-Factores
027654     PERFORM 3205-FACTORES-GRUPO
027656         THRU 3205-FACTORES-GRUPO-EXIT
027660     MOVE "N" TO Bandera-NovedadHallada
027670     MOVE ZERO TO Monto-HorasExtra
027680     MOVE ZERO TO Monto-Ausencias
027830     END-READ
      
027840     IF Novedad-Hallada
027850         COMPUTE Salario-Diario ROUNDED = Salario / Divisor-Diario
027860         COMPUTE Salario-Hora ROUNDED = Salario-Diario / 8
027870         COMPUTE Monto-HorasExtra ROUNDED =
027880             HORAS-EXTRA-NOV * Salario-Hora * 1.5
027980                     CEDULA
027990                 MOVE Salario TO Salario-Bruto-Periodo
028000         END-COMPUTE
028001     END-IF
      
028002     PERFORM 3017-CALCULAR-INCAPACIDAD
028003         THRU 3017-CALCULAR-INCAPACIDAD-EXIT
028004     IF Dias-Incapacidad NOT = ZERO
028005         IF Monto-Incapacidad > Salario-Bruto-Periodo
028006             MOVE Salario-Bruto-Periodo TO Monto-Incapacidad
028007         END-IF
028008         COMPUTE Salario-Bruto-Periodo =
028009             Salario-Bruto-Periodo - Monto-Incapacidad
028010             + Subsidio-Patronal
028011     END-IF
      
028020     PERFORM 3015-AGREGAR-RETROS
028030         THRU 3015-AGREGAR-RETROS-EXIT
028570         ADD MONTO-RETRO-CAMB TO Monto-Retro-Periodo
028580     END-IF.
028590 3016-AGREGAR-RETROS-LEER-EXIT.
028591     EXIT.
      
028592******************************************************************
028593* 3017-CALCULAR-INCAPACIDAD
028594* Recorre las incapacidades del empleado en proceso y, para
028595* cada una que cae en el periodo de PeriodoProceso, cuenta
028596* los dias del periodo (quincena y mes sobre un mes de 30
028597* dias, maximo 15 por quincena y 30 por mes; la semana en
028598* dias calendario, maximo 7), el rebajo a salario diario
028599* y el subsidio que
028600* paga el patrono: el porcentaje de los primeros dias de una
028601* incapacidad CCSS y el porcentaje de toda la licencia de
028602* maternidad. El subsidio del INS lo paga el INS.
028603******************************************************************
028604 3017-CALCULAR-INCAPACIDAD.
028605     MOVE ZERO TO Dias-Incapacidad
028606     MOVE ZERO TO Monto-Incapacidad
028607     MOVE ZERO TO Subsidio-Patronal
028608     IF PeriodoProceso (1:6) NOT NUMERIC
028609         GO TO 3017-CALCULAR-INCAPACIDAD-EXIT
028610     END-IF
      
028611     PERFORM 3206-FECHAS-PERIODO
028612         THRU 3206-FECHAS-PERIODO-EXIT
028613     IF Inicio-Quincena = SPACES
028614         GO TO 3017-CALCULAR-INCAPACIDAD-EXIT
028619     END-IF
028620     COMPUTE Salario-Diario ROUNDED = Salario / Divisor-Diario
      
028621     MOVE "N" TO Bandera-FinIncapacidades
028622     MOVE CEDULA TO CEDULA-INC
028623     MOVE LOW-VALUES TO FECHA-INI-INC
028624     START ArchivoIncapacidades KEY IS NOT LESS THAN LLAVE-INC
028625         INVALID KEY
028626             MOVE "S" TO Bandera-FinIncapacidades
028627     END-START
      
028628     PERFORM 3018-CALCULAR-INCAPACIDAD-LEER
028629         THRU 3018-CALCULAR-INCAPACIDAD-LEER-EXIT
028630         UNTIL Fin-Incapacidades.
028631 3017-CALCULAR-INCAPACIDAD-EXIT.
028632     EXIT.
      
028633 3018-CALCULAR-INCAPACIDAD-LEER.
028634     READ ArchivoIncapacidades NEXT RECORD
028635         AT END
028636             MOVE "S" TO Bandera-FinIncapacidades
028637             GO TO 3018-CALCULAR-INCAPACIDAD-LEER-EXIT
028638     END-READ
028639     IF CEDULA-INC NOT = CEDULA
028640         OR FECHA-INI-INC > Fin-Quincena
028641         MOVE "S" TO Bandera-FinIncapacidades
028642         GO TO 3018-CALCULAR-INCAPACIDAD-LEER-EXIT
028643     END-IF
028644     IF FECHA-FIN-INC NOT = SPACES
028645         AND FECHA-FIN-INC < Inicio-Quincena
028646         GO TO 3018-CALCULAR-INCAPACIDAD-LEER-EXIT
028647     END-IF
      
028648* Tramo de la incapacidad dentro del periodo.
028649     IF FECHA-INI-INC > Inicio-Quincena
028650         MOVE FECHA-INI-INC TO Desde-Inc-Calc
028651     ELSE
028652         MOVE Inicio-Quincena TO Desde-Inc-Calc
028653     END-IF
028654     MOVE Fin-Quincena TO Hasta-Inc-Calc
028655     IF FECHA-FIN-INC NOT = SPACES
028656         AND FECHA-FIN-INC < Fin-Quincena
028657         MOVE FECHA-FIN-INC TO Hasta-Inc-Calc
028658     END-IF
028659     IF Periodo-Semanal
028660         MOVE Desde-Inc-Calc TO Fecha-Num-Desde
028661         MOVE Hasta-Inc-Calc TO Fecha-Num-Hasta
028662         COMPUTE Dias-Inc-Boleta =
028663             FUNCTION INTEGER-OF-DATE (Fecha-Num-Hasta)
028664             - FUNCTION INTEGER-OF-DATE (Fecha-Num-Desde) + 1
028665     ELSE
028666         MOVE Desde-Inc-Calc (7:2) TO Dia-Desde-Inc
028667         IF Hasta-Inc-Calc = Fin-Quincena
028668             MOVE Dias-Mes-Quincena TO Dia-Hasta-Inc
028669         ELSE
028670             MOVE Hasta-Inc-Calc (7:2) TO Dia-Hasta-Inc
028671             IF Dia-Hasta-Inc > 30
028672                 MOVE 30 TO Dia-Hasta-Inc
028673             END-IF
028674         END-IF
028675         COMPUTE Dias-Inc-Boleta =
028676             Dia-Hasta-Inc - Dia-Desde-Inc + 1
028677     END-IF
028678     IF Dias-Inc-Boleta > Tope-Dias-Periodo - Dias-Incapacidad
028679         COMPUTE Dias-Inc-Boleta =
028680             Tope-Dias-Periodo - Dias-Incapacidad
028681     END-IF
028682     IF Dias-Inc-Boleta NOT > ZERO
028683         GO TO 3018-CALCULAR-INCAPACIDAD-LEER-EXIT
028684     END-IF
      
028685     ADD Dias-Inc-Boleta TO Dias-Incapacidad
028686     COMPUTE Monto-Incapacidad ROUNDED =
028687         Monto-Incapacidad + Dias-Inc-Boleta * Salario-Diario
      
028688     IF Incapacidad-CCSS
028689* Dia de la incapacidad (0 = primer dia) en que empieza el
028690* tramo de la quincena.
028691         MOVE Desde-Inc-Calc TO Fecha-Num-Desde
028692         MOVE FECHA-INI-INC TO Fecha-Num-Hasta
028693         COMPUTE Dia-Inicio-Boleta =
028694             FUNCTION INTEGER-OF-DATE (Fecha-Num-Desde)
028695             - FUNCTION INTEGER-OF-DATE (Fecha-Num-Hasta)
028696         COMPUTE Dias-Patrono-Calc =
028697             Dias-Patrono-CCSS - Dia-Inicio-Boleta
028698         IF Dias-Patrono-Calc > Dias-Inc-Boleta
028699             MOVE Dias-Inc-Boleta TO Dias-Patrono-Calc
028700         END-IF
028701         IF Dias-Patrono-Calc > ZERO
028702             COMPUTE Subsidio-Patronal ROUNDED =
028703                 Subsidio-Patronal + Dias-Patrono-Calc
028704                 * Salario-Diario * Porc-Patrono-CCSS / 100
028705         END-IF
028706     END-IF
028707     IF Incapacidad-Maternidad
028708         COMPUTE Subsidio-Patronal ROUNDED =
028709             Subsidio-Patronal + Dias-Inc-Boleta
028710             * Salario-Diario * Porc-Patrono-Maternidad / 100
028711     END-IF.
028712 3018-CALCULAR-INCAPACIDAD-LEER-EXIT.
028713     EXIT.
      
028714******************************************************************
028715* 3020-DEDUCIR-PRESTAMOS
028716* Aplica al empleado en proceso la cuota de cada uno de sus
028717* prestamos y embargos activos, en orden de prioridad (1 es la
028718* mas alta), respetando la porcion legal protegida del salario
028719* bruto del periodo: los prestamos no pueden dejar el neto por
028720* debajo de ese minimo. Cada cuota aplicada rebaja el saldo del
028721* prestamo; al llegar el saldo a cero el prestamo se cancela
028722* solo. Deja en el registro de cada prestamo el periodo y la
028723* cuota aplicada para la colilla. La aplicacion es idempotente
028724* por periodo: una cuota ya aplicada en este mismo periodo se
028725* devuelve al saldo antes de reaplicar, de modo que repetir la
028730* corrida no rebaja el saldo mas de una vez.
028740******************************************************************
028750 3020-DEDUCIR-PRESTAMOS.
030850     DISPLAY "Porcentaje renta tramo 2  : ", Porcentaje-Edicion
030860     MOVE Porc-Renta3-Param TO Porcentaje-Edicion
030870     DISPLAY "Porcentaje renta tramo 3  : ", Porcentaje-Edicion
030872     MOVE Credito-Hijo-Param TO Monto-Edicion
030874     DISPLAY "Credito de renta por hijo : ", Monto-Edicion
030876     MOVE Credito-Conyuge-Param TO Monto-Edicion
030878     DISPLAY "Credito renta por conyuge : ", Monto-Edicion
030880     DISPLAY "Fecha de vigencia         : ",
030890         Fecha-Vigencia-Param
030900     DISPLAY "Modo de calculo (M/P)     : ", Modo-Calculo-Param.
031310         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
031320     MOVE Valor-Decimal-Validado TO Porc-Renta3-Param
      
031321     DISPLAY "Ingrese el credito de renta por hijo."
031322     ACCEPT SALARIO-STRING
031323     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
031324         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
031325     MOVE Valor-Decimal-Validado TO Credito-Hijo-Param
      
031326     DISPLAY "Ingrese el credito de renta por conyuge."
031327     ACCEPT SALARIO-STRING
031328     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
031329         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
031330     MOVE Valor-Decimal-Validado TO Credito-Conyuge-Param
      
031331     DISPLAY "Ingrese fecha de vigencia (AAAAMMDD)."
031340     ACCEPT Fecha-Vigencia-Param
      
031350     IF Limite2-Param < Limite1-Param
031390     END-IF
      
031400     PERFORM 3160-GRABAR-PARAMETROS
031410         THRU 3160-GRABAR-PARAMETROS-EXIT
      
031411     MOVE SPACES TO CEDULA
031412     MOVE "PARAMETROS DEDUC" TO Campo-Bitacora
031413     MOVE "PARAMDED" TO ValorAnterior-Bitacora
031414     MOVE Fecha-Vigencia-Param TO ValorNuevo-Bitacora
031415     PERFORM 2530-REGISTRAR-BITACORA
031416         THRU 2530-REGISTRAR-BITACORA-EXIT.
031420 3120-ACTUALIZAR-PARAMETROS-EXIT.
031430     EXIT.
      
031560     DISPLAY "[M] Deducciones digitadas manualmente"
031570     DISPLAY "[P] Deducciones calculadas por parametros"
031580     ACCEPT OPCION
031585     MOVE Modo-Calculo-Param TO ValorAnterior-Bitacora
      
031590     EVALUATE OPCION
031600         WHEN "M"
031670     END-EVALUATE
      
031680     PERFORM 3160-GRABAR-PARAMETROS
031690         THRU 3160-GRABAR-PARAMETROS-EXIT
      
031691     MOVE SPACES TO CEDULA
031692     MOVE "MODO CALCULO" TO Campo-Bitacora
031693     MOVE Modo-Calculo-Param TO ValorNuevo-Bitacora
031694     PERFORM 2530-REGISTRAR-BITACORA
031695         THRU 2530-REGISTRAR-BITACORA-EXIT.
031700 3130-CAMBIAR-MODO-CALCULO-EXIT.
031710     EXIT.
      
031740* Deriva la deduccion de seguro (porcentaje CCSS) y la de
031750* impuestos (tramos progresivos de renta) a partir del salario
031760* cargado en Salario-Base-Calculo (el bruto del periodo) y los
031770* parametros vigentes. La renta se rebaja con los creditos por
031773* hijos y conyuge vigentes del empleado en proceso, sin bajar
031776* de cero; el credito rebajado queda en Credito-Aplicado. Los
031777* tramos de PARAMDED son quincenales y se llevan a la
031778* frecuencia del grupo de pago del empleado (3205).
031780******************************************************************
031790 3140-CALCULAR-DEDUCCIONES.
031791     MOVE GrupoPago TO Grupo-Factores
031792     PERFORM 3205-FACTORES-GRUPO
031793         THRU 3205-FACTORES-GRUPO-EXIT
031794     COMPUTE Limite1-Periodo ROUNDED =
031795         Limite1-Param * Factor-Frecuencia
031796     COMPUTE Limite2-Periodo ROUNDED =
031797         Limite2-Param * Factor-Frecuencia
      
031800     COMPUTE Seguro-Calculado ROUNDED =
031810         Salario-Base-Calculo * Porc-CCSS-Param / 100
      
031820     IF Salario-Base-Calculo > Limite2-Periodo
031830         COMPUTE Impuesto-Calculado ROUNDED =
031840             (Limite1-Periodo * Porc-Renta1-Param / 100)
031850             + ((Limite2-Periodo - Limite1-Periodo)
031860                 * Porc-Renta2-Param / 100)
031870             + ((Salario-Base-Calculo - Limite2-Periodo)
031880                 * Porc-Renta3-Param / 100)
031890     ELSE
031900         IF Salario-Base-Calculo > Limite1-Periodo
031910             COMPUTE Impuesto-Calculado ROUNDED =
031920                 (Limite1-Periodo * Porc-Renta1-Param / 100)
031930                 + ((Salario-Base-Calculo - Limite1-Periodo)
031940                     * Porc-Renta2-Param / 100)
031950         ELSE
031960             COMPUTE Impuesto-Calculado ROUNDED =
031970                 Salario-Base-Calculo * Porc-Renta1-Param / 100
031980         END-IF
031981     END-IF
      
031982     PERFORM 3145-CALCULAR-CREDITO-FAMILIAR
031983         THRU 3145-CALCULAR-CREDITO-FAMILIAR-EXIT
031984     IF Credito-Familiar-Calc > Impuesto-Calculado
031985         MOVE Impuesto-Calculado TO Credito-Aplicado
031986     ELSE
031987         MOVE Credito-Familiar-Calc TO Credito-Aplicado
031988     END-IF
031989     SUBTRACT Credito-Aplicado FROM Impuesto-Calculado.
031990 3140-CALCULAR-DEDUCCIONES-EXIT.
031991     EXIT.
      
031992******************************************************************
031993* 3145-CALCULAR-CREDITO-FAMILIAR
031994* Suma en Credito-Familiar-Calc los creditos de renta del
031995* empleado cargado en EMPLEADO por los dependientes vigentes
031996* al inicio del periodo en PeriodoProceso (o a la fecha del
031997* dia si no hay periodo): el credito por hijo por cada hijo y
031998* el credito por conyuge una sola vez. Los creditos de
031999* PARAMDED son quincenales y se llevan a la frecuencia del
032000* grupo de pago del empleado.
032001******************************************************************
032002 3145-CALCULAR-CREDITO-FAMILIAR.
032003     MOVE ZERO TO Credito-Familiar-Calc
032004     MOVE "N" TO Bandera-ConyugeContado
032005     IF PeriodoProceso (1:6) IS NUMERIC
032006         PERFORM 3206-FECHAS-PERIODO
032007             THRU 3206-FECHAS-PERIODO-EXIT
032008     ELSE
032009         MOVE SPACES TO Inicio-Quincena
032010     END-IF
032011     IF Inicio-Quincena NOT = SPACES
032012         MOVE Inicio-Quincena TO Fecha-Ref-Credito
032013     ELSE
032014         MOVE FUNCTION CURRENT-DATE (1:8) TO Fecha-Ref-Credito
032015     END-IF
      
032016     MOVE "N" TO Bandera-FinDependientes
032017     MOVE CEDULA TO CEDULA-DEP
032018     MOVE ZERO TO SECUENCIA-DEP
032019     START ArchivoDependientes KEY IS NOT LESS THAN LLAVE-DEP
032020         INVALID KEY
032021             MOVE "S" TO Bandera-FinDependientes
032022     END-START
      
032023     PERFORM 3146-CREDITO-FAMILIAR-LEER
032024         THRU 3146-CREDITO-FAMILIAR-LEER-EXIT
032025         UNTIL Fin-Dependientes.
032026 3145-CALCULAR-CREDITO-FAMILIAR-EXIT.
032027     EXIT.
      
032028 3146-CREDITO-FAMILIAR-LEER.
032029     READ ArchivoDependientes NEXT RECORD
032030         AT END
032031             MOVE "S" TO Bandera-FinDependientes
032032             GO TO 3146-CREDITO-FAMILIAR-LEER-EXIT
032033     END-READ
032034     IF CEDULA-DEP NOT = CEDULA
032035         MOVE "S" TO Bandera-FinDependientes
032036         GO TO 3146-CREDITO-FAMILIAR-LEER-EXIT
032037     END-IF
032038     IF FECHA-DESDE-DEP > Fecha-Ref-Credito
032039         GO TO 3146-CREDITO-FAMILIAR-LEER-EXIT
032040     END-IF
032041     IF FECHA-HASTA-DEP NOT = SPACES
032042         AND FECHA-HASTA-DEP < Fecha-Ref-Credito
032043         GO TO 3146-CREDITO-FAMILIAR-LEER-EXIT
032044     END-IF
      
032045     IF Dependiente-Hijo
032046         COMPUTE Credito-Familiar-Calc ROUNDED =
032047             Credito-Familiar-Calc
032048             + Credito-Hijo-Param * Factor-Frecuencia
032049     END-IF
032050     IF Dependiente-Conyuge AND NOT Conyuge-Contado
032051         COMPUTE Credito-Familiar-Calc ROUNDED =
032052             Credito-Familiar-Calc
032053             + Credito-Conyuge-Param * Factor-Frecuencia
032054         MOVE "S" TO Bandera-ConyugeContado
032055     END-IF.
032056 3146-CREDITO-FAMILIAR-LEER-EXIT.
032057     EXIT.
      
032058******************************************************************
032059* 3150-CARGAR-PARAMETROS
032060* Carga los parametros de deduccion desde PARAMDED al iniciar.
032061* Si el archivo no existe se conservan los valores por omision
032062* (modo manual, porcentajes en cero).
032070******************************************************************
032080 3150-CARGAR-PARAMETROS.
032090     OPEN INPUT ArchivoParametros
032140         AT END
032150             CONTINUE
032160     END-READ
032161     IF Credito-Hijo-Param NOT NUMERIC
032162         MOVE ZERO TO Credito-Hijo-Param
032163     END-IF
032164     IF Credito-Conyuge-Param NOT NUMERIC
032165         MOVE ZERO TO Credito-Conyuge-Param
032166     END-IF
      
032170     CLOSE ArchivoParametros.
032180 3150-CARGAR-PARAMETROS-EXIT.
032360* 3200-MENU-PERIODOS
032370* Submenu de cierre de periodo: cierra la planilla calculada en
032380* el historico HISTORIA, consulta los periodos pasados de un
032390* empleado, reimprime reportes de periodos cerrados, reabre
032395* el ultimo periodo cerrado y emite la verificacion previa al
032397* cierre.
032400******************************************************************
032410 3200-MENU-PERIODOS.
032420     DISPLAY "[1] Cerrar periodo"
032430     DISPLAY "[2] Consultar historico de empleado"
032440     DISPLAY "[3] Reporte de planilla de periodo cerrado"
032450     DISPLAY "[4] Extracto de periodo cerrado"
032460     DISPLAY "[5] Reabrir el ultimo periodo cerrado"
032465     DISPLAY "[6] Verificacion previa al cierre"
032467     DISPLAY "[7] Volver al menu principal"
032470     ACCEPT OPCION
      
032480     EVALUATE OPCION
032590             PERFORM 3240-EXTRACTO-PERIODO
032600                 THRU 3240-EXTRACTO-PERIODO-EXIT
032610         WHEN "5"
032612             PERFORM 3250-REABRIR-PERIODO
032614                 THRU 3250-REABRIR-PERIODO-EXIT
032616         WHEN "6"
032617             PERFORM 3280-VERIFICAR-PRECIERRE
032618                 THRU 3280-VERIFICAR-PRECIERRE-EXIT
032619         WHEN "7"
032620             CONTINUE
032630         WHEN OTHER
032640             DISPLAY "Opcion invalida. Intente de nuevo."
032730* que no pueda volver a cerrarse por accidente.
032740******************************************************************
032750 3210-CERRAR-PERIODO.
032760     DISPLAY "INGRESE EL PERIODO A CERRAR"
032765     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
032770     ACCEPT PeriodoProceso
      
032780     PERFORM 3215-EJECUTAR-CIERRE
032830* 3215-EJECUTAR-CIERRE
032840* Ejecuta el cierre del periodo cargado en PeriodoProceso. Lo
032850* comparten el submenu de periodos y el modo de ejecucion por
032860* lote (comando CERRAR-PERIODO). Antes de cerrar corre la
032862* verificacion previa (3281-EJECUTAR-PRECIERRE); si falla, en
032864* lote el cierre no se hace y en pantalla el supervisor puede
032866* omitirla con motivo, que queda en la bitacora.
032870******************************************************************
032880 3215-EJECUTAR-CIERRE.
032890     IF NOT Usuario-Supervisor
033080             " ya fue cerrado. No se repite el cierre."
033090         MOVE "S" TO Bandera-PasoFallido
033100         GO TO 3215-EJECUTAR-CIERRE-EXIT
033101     END-IF
      
033102     PERFORM 3281-EJECUTAR-PRECIERRE
033103         THRU 3281-EJECUTAR-PRECIERRE-EXIT
033104     IF Precierre-Fallido
033105         IF Modo-Ejecucion = "LOTE"
033106             DISPLAY "Cierre rechazado: el periodo no esta listo."
033107             MOVE "S" TO Bandera-PasoFallido
033108             GO TO 3215-EJECUTAR-CIERRE-EXIT
033109         END-IF
033110         PERFORM 3295-OMITIR-PRECIERRE
033111             THRU 3295-OMITIR-PRECIERRE-EXIT
033112         IF NOT Precierre-Omitido
033113             DISPLAY "Cierre cancelado."
033114             MOVE "S" TO Bandera-PasoFallido
033115             GO TO 3215-EJECUTAR-CIERRE-EXIT
033116         END-IF
033117     END-IF
      
033120     MOVE ZERO TO Contador-Cierre
033130     MOVE ZERO TO Contador-Vac-Acum
033300         THRU 3213-CERRAR-PERIODO-LEER-EXIT
033310         UNTIL Fin-Archivo
      
033311     MOVE PeriodoProceso TO PERIODO-CIERRE
033312* Un periodo reabierto conserva la traza de la reapertura.
033313     READ ArchivoPeriodos KEY IS PERIODO-CIERRE
033314         INVALID KEY
033315             MOVE SPACES TO REAPERTURA-PERIODO
033316     END-READ
033320     MOVE PeriodoProceso TO PERIODO-CIERRE
033330     MOVE "C" TO ESTADO-PERIODO
033340     MOVE Usuario-Actual TO USUARIO-CIERRE
033610         THRU 3224-FINALIZAR-RETROS-EXIT
      
033620     PERFORM 3218-APLICAR-CAMBIOS-SAL
033630         THRU 3218-APLICAR-CAMBIOS-SAL-EXIT
      
033631     MOVE SPACES TO CEDULA
033632     MOVE "CIERRE PERIODO" TO Campo-Bitacora
033633     MOVE PeriodoProceso TO ValorAnterior-Bitacora
033634     MOVE Contador-Cierre TO Contador-Edicion-Calc
033635     MOVE SPACES TO ValorNuevo-Bitacora
033636     STRING "CERRADO, EMPLEADOS: " DELIMITED BY SIZE
033637            Contador-Edicion-Calc DELIMITED BY SIZE
033638         INTO ValorNuevo-Bitacora
033639     END-STRING
033640     PERFORM 2530-REGISTRAR-BITACORA
033641         THRU 2530-REGISTRAR-BITACORA-EXIT.
033642 3215-EJECUTAR-CIERRE-EXIT.
033650     EXIT.
      
033660******************************************************************
033661* 3203-VALIDAR-GRUPO
033662* Valida el grupo de pago en GrupoBusca (Q quincenal, M
033663* mensual o S semanal; blanco es quincenal) y enciende
033664* Grupo-Valido.
033665******************************************************************
033666 3203-VALIDAR-GRUPO.
033667     MOVE "N" TO Bandera-GrupoValido
033668     IF GrupoBusca = SPACE
033669         MOVE "Q" TO GrupoBusca
033670     END-IF
033671     IF GrupoBusca = "Q"
033672         OR GrupoBusca = "M"
033673         OR GrupoBusca = "S"
033674         MOVE "S" TO Bandera-GrupoValido
033675     END-IF.
033676 3203-VALIDAR-GRUPO-EXIT.
033677     EXIT.
      
033678******************************************************************
033679* 3204-GRUPO-DE-LLAVE
033680* Deja en Grupo-Llave el grupo de pago de la llave de periodo
033681* Llave-Grupo: Q para AAAAMM-1 y AAAAMM-2, M para AAAAMM-M y
033682* S para AAAAMMS1 a AAAAMMS5. Queda en espacio si la llave no
033683* tiene ninguna de esas formas.
033684******************************************************************
033685 3204-GRUPO-DE-LLAVE.
033686     MOVE SPACE TO Grupo-Llave
033687     IF Llave-Grupo (1:6) NOT NUMERIC
033688         GO TO 3204-GRUPO-DE-LLAVE-EXIT
033689     END-IF
033690     IF Llave-Grupo (7:2) = "-1"
033691         OR Llave-Grupo (7:2) = "-2"
033692         MOVE "Q" TO Grupo-Llave
033693     END-IF
033694     IF Llave-Grupo (7:2) = "-M"
033695         MOVE "M" TO Grupo-Llave
033696     END-IF
033697     IF Llave-Grupo (7:1) = "S"
033698         AND Llave-Grupo (8:1) NOT < "1"
033699         AND Llave-Grupo (8:1) NOT > "5"
033700         MOVE "S" TO Grupo-Llave
033701     END-IF.
033702 3204-GRUPO-DE-LLAVE-EXIT.
033703     EXIT.
      
033704******************************************************************
033705* 3205-FACTORES-GRUPO
033706* Carga los factores de la frecuencia del grupo de pago en
033707* Grupo-Factores: factor de los tramos de renta y creditos,
033708* divisor del salario diario, tope de dias del periodo y dias
033709* de vacaciones que gana cada cierre. Un grupo en blanco es
033710* quincenal.
033711******************************************************************
033712 3205-FACTORES-GRUPO.
033713     EVALUATE Grupo-Factores
033714         WHEN "M"
033715             MOVE Factor-Renta-Mes TO Factor-Frecuencia
033716             MOVE 30 TO Divisor-Diario
033717             MOVE 30 TO Tope-Dias-Periodo
033718             MOVE Dias-Acum-Mes TO Dias-Acum-Periodo
033719         WHEN "S"
033720             MOVE Factor-Renta-Semana TO Factor-Frecuencia
033721             MOVE 7 TO Divisor-Diario
033722             MOVE 7 TO Tope-Dias-Periodo
033723             MOVE Dias-Acum-Semana TO Dias-Acum-Periodo
033724         WHEN OTHER
033725             MOVE 1 TO Factor-Frecuencia
033726             MOVE 30 TO Divisor-Diario
033727             MOVE 15 TO Tope-Dias-Periodo
033728             MOVE Dias-Acum-Quincena TO Dias-Acum-Periodo
033729     END-EVALUATE.
033730 3205-FACTORES-GRUPO-EXIT.
033731     EXIT.
      
033732******************************************************************
033733* 3206-FECHAS-PERIODO
033734* Deja en Grupo-Periodo el grupo de pago de PeriodoProceso y
033735* en Inicio-Quincena y Fin-Quincena las fechas del periodo,
033736* tomadas de CALENDARIO cuando el periodo esta en el
033737* calendario, junto con la fecha de pago. Sin calendario la
033738* quincena y el mes se derivan de la llave, sin fecha de
033739* pago; una semana sin calendario queda sin fechas.
033740* Dias-Mes-Quincena es el ultimo dia del periodo en el mes de
033741* 30 dias con que se cuentan las incapacidades.
033742******************************************************************
033743 3206-FECHAS-PERIODO.
033744     MOVE PeriodoProceso TO Llave-Grupo
033745     PERFORM 3204-GRUPO-DE-LLAVE
033746         THRU 3204-GRUPO-DE-LLAVE-EXIT
033747     MOVE Grupo-Llave TO Grupo-Periodo
033748     MOVE SPACES TO Inicio-Quincena
033749     MOVE SPACES TO Fin-Quincena
033750     MOVE SPACES TO Fecha-Pago-Periodo
033751     MOVE 15 TO Dias-Mes-Quincena
033752     IF Grupo-Periodo = SPACE
033753         GO TO 3206-FECHAS-PERIODO-EXIT
033754     END-IF
033755     IF Periodo-Mensual
033756         OR PeriodoProceso (7:2) = "-2"
033757         MOVE 30 TO Dias-Mes-Quincena
033758     END-IF
      
033759     MOVE PeriodoProceso TO PERIODO-CAL
033760     READ ArchivoCalendario KEY IS PERIODO-CAL
033761         INVALID KEY
033762             CONTINUE
033763         NOT INVALID KEY
033764             MOVE FECHA-INI-CAL TO Inicio-Quincena
033765             MOVE FECHA-FIN-CAL TO Fin-Quincena
033766             MOVE FECHA-PAGO-CAL TO Fecha-Pago-Periodo
033767     END-READ
033768     IF Inicio-Quincena NOT = SPACES
033769         OR Periodo-Semanal
033770         GO TO 3206-FECHAS-PERIODO-EXIT
033771     END-IF
      
033772     MOVE PeriodoProceso (1:6) TO Inicio-Quincena (1:6)
033773     MOVE PeriodoProceso (1:6) TO Fin-Quincena (1:6)
033774     IF PeriodoProceso (7:2) = "-2"
033775         MOVE "16" TO Inicio-Quincena (7:2)
033776         MOVE "31" TO Fin-Quincena (7:2)
033777     ELSE
033778         MOVE "01" TO Inicio-Quincena (7:2)
033779         IF Periodo-Mensual
033780             MOVE "31" TO Fin-Quincena (7:2)
033781         ELSE
033782             MOVE "15" TO Fin-Quincena (7:2)
033783         END-IF
033784     END-IF.
033785 3206-FECHAS-PERIODO-EXIT.
033786     EXIT.
      
033787******************************************************************
033788* 3207-EMPLEADO-DEL-GRUPO
033789* Enciende Empleado-En-Grupo cuando el empleado cargado en
033790* EMPLEADO pertenece al grupo de pago del periodo en proceso.
033791* Sin grupo de periodo entran todos los empleados.
033792******************************************************************
033793 3207-EMPLEADO-DEL-GRUPO.
033794     MOVE "S" TO Bandera-EnGrupo
033795     IF Grupo-Periodo = SPACE
033796         GO TO 3207-EMPLEADO-DEL-GRUPO-EXIT
033797     END-IF
033798     IF GrupoPago = Grupo-Periodo
033799         GO TO 3207-EMPLEADO-DEL-GRUPO-EXIT
033800     END-IF
033801     IF Grupo-Quincenal AND Periodo-Quincenal
033802         GO TO 3207-EMPLEADO-DEL-GRUPO-EXIT
033803     END-IF
033804     MOVE "N" TO Bandera-EnGrupo.
033805 3207-EMPLEADO-DEL-GRUPO-EXIT.
033806     EXIT.
      
033807******************************************************************
033808* 3208-PERIODO-DE-FECHA
033809* Deja en Periodo-De-Fecha el periodo del grupo Grupo-Periodo
033810* (mensual o semanal) que contiene la fecha
033811* Fecha-Periodo-Buscar. La semana se busca en CALENDARIO: es
033812* la primera semana del grupo que termina en esa fecha o
033813* despues; si el calendario no la tiene se toma la primera
033814* semana del mes.
033815******************************************************************
033816 3208-PERIODO-DE-FECHA.
033817     MOVE Fecha-Periodo-Buscar (1:6) TO Periodo-De-Fecha (1:6)
033818     IF Periodo-Mensual
033819         MOVE "-M" TO Periodo-De-Fecha (7:2)
033820         GO TO 3208-PERIODO-DE-FECHA-EXIT
033821     END-IF
      
033822     MOVE "S1" TO Periodo-De-Fecha (7:2)
033823     MOVE "N" TO Bandera-FinCalendario
033824     MOVE Periodo-De-Fecha TO PERIODO-CAL
033825     START ArchivoCalendario KEY IS NOT LESS THAN PERIODO-CAL
033826         INVALID KEY
033827             MOVE "S" TO Bandera-FinCalendario
033828     END-START
033829     PERFORM 3209-PERIODO-DE-FECHA-LEER
033830         THRU 3209-PERIODO-DE-FECHA-LEER-EXIT
033831         UNTIL Fin-Calendario.
033832 3208-PERIODO-DE-FECHA-EXIT.
033833     EXIT.
      
033834 3209-PERIODO-DE-FECHA-LEER.
033835     READ ArchivoCalendario NEXT RECORD
033836         AT END
033837             MOVE "S" TO Bandera-FinCalendario
033838             GO TO 3209-PERIODO-DE-FECHA-LEER-EXIT
033839     END-READ
033840     IF GRUPO-CAL NOT = "S"
033841         GO TO 3209-PERIODO-DE-FECHA-LEER-EXIT
033842     END-IF
033843     IF FECHA-FIN-CAL NOT < Fecha-Periodo-Buscar
033844         MOVE PERIODO-CAL TO Periodo-De-Fecha
033845         MOVE "S" TO Bandera-FinCalendario
033846     END-IF.
033847 3209-PERIODO-DE-FECHA-LEER-EXIT.
033848     EXIT.
      
033849******************************************************************
033850* 3211-VALIDAR-PERIODO
033851* Valida la llave del periodo digitado segun su grupo de pago:
033852* AAAAMM-Q quincenal (quincena 1 o 2), AAAAMM-M mensual o
033853* AAAAMMSn semanal, esta ultima solo si esta en CALENDARIO.
033854* Deja el grupo y las fechas del periodo (3206).
033855******************************************************************
033856 3211-VALIDAR-PERIODO.
033857     MOVE "S" TO Bandera-PeriodoValido
033858     PERFORM 3206-FECHAS-PERIODO
033859         THRU 3206-FECHAS-PERIODO-EXIT
033860     IF Grupo-Periodo = SPACE
033861         MOVE "N" TO Bandera-PeriodoValido
033862         DISPLAY "Periodo invalido. Use AAAAMM-Q (quincena 1 o"
033863         DISPLAY "2), AAAAMM-M (mensual) o AAAAMMSn (semana n),"
033864         DISPLAY "por ejemplo 202608-1, 202608-M o 202608S2."
033865         GO TO 3211-VALIDAR-PERIODO-EXIT
033866     END-IF
033867     IF Periodo-Semanal AND Inicio-Quincena = SPACES
033868         MOVE "N" TO Bandera-PeriodoValido
033869         DISPLAY "El periodo semanal " PeriodoProceso
033870             " no esta en el"
033871         DISPLAY "calendario. Generelo en la opcion 32."
033872     END-IF.
033873 3211-VALIDAR-PERIODO-EXIT.
033880     EXIT.
      
033890******************************************************************
034090         AT END
034100             MOVE "S" TO Bandera-FinArchivo
034110         NOT AT END
034120             PERFORM 3207-EMPLEADO-DEL-GRUPO
034123                 THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
034126             IF NOT Empleado-Inactivo AND Empleado-En-Grupo
034130                 PERFORM 3010-CALCULAR-BRUTO-PERIODO
034140                     THRU 3010-CALCULAR-BRUTO-PERIODO-EXIT
034150                 MOVE CEDULA TO CEDULA-HIST
034190                 MOVE DeduccionSeguro TO DEDSEG-HIST
034200                 MOVE SalarioNeto TO SALNETO-HIST
034210                 MOVE CodigoDepartamento TO DEPTO-HIST
034215                 MOVE CreditoFamiliar TO CREDITO-HIST
034220                 WRITE REGISTRO-HISTORIA
034230                     INVALID KEY
034240                         REWRITE REGISTRO-HISTORIA
034520******************************************************************
034530* 3214-ACUMULAR-VACACIONES
034540* Acumula en el archivo VACACIONES el derecho legal de
034550* vacaciones del empleado en proceso por el cierre del
034560* periodo (un dia por mes laborado: medio dia por quincena,
034565* un dia por mes y 0.23 por semana, segun el grupo de pago),
034570* creando el registro de saldo la primera vez.
034580******************************************************************
034590 3214-ACUMULAR-VACACIONES.
034760         GO TO 3214-ACUMULAR-VACACIONES-EXIT
034770     END-IF
      
034780     ADD Dias-Acum-Periodo TO DIAS-GANADOS-VAC
034790     COMPUTE SALDO-VAC = DIAS-GANADOS-VAC - DIAS-GOZADOS-VAC
034800     MOVE PeriodoProceso TO PERIODO-ACUM-VAC
      
035050* asiento debe cuadrar (debitos = creditos); si no cuadra NO
035060* se escribe el archivo y el paso queda fallido, con lo que el
035070* cuadre detecta de verdad una planilla congelada incoherente.
035080* Incluye el resumen impreso para visto bueno. Las cargas
035081* sociales patronales del periodo (calculadas sobre el bruto
035082* recien congelado en HISTORIA con los porcentajes de
035083* CARGASPAT) se debitan como gasto por departamento contra
035084* las cuentas por pagar a la CCSS, al Banco Popular, de los
035085* aportes LPT y de la poliza de riesgos del INS.
035090******************************************************************
035100 3216-GENERAR-ASIENTO.
035110     PERFORM 3226-SUMAR-PRESTAMOS-PERIODO
035120         THRU 3226-SUMAR-PRESTAMOS-PERIODO-EXIT
      
035130     MOVE "N" TO Bandera-DetalleCargas
035132     PERFORM 4840-CALCULAR-CARGAS-PERIODO
035134         THRU 4840-CALCULAR-CARGAS-PERIODO-EXIT
      
035136     COMPUTE Total-Debitos-Asiento =
035138         Total-Bruto-Cierre + Total-General-Cargas
035140     COMPUTE Total-Creditos-Asiento =
035150         Total-DedImp-Cierre + Total-DedSeg-Cierre
035160         + Total-Otras-Cierre + Total-Neto-Cierre
035163         + Total-CCSS-Cargas + Total-Popular-Cargas
035166         + Total-LPT-Cargas + Total-INS-Cargas
      
035170     IF Total-Debitos-Asiento NOT = Total-Creditos-Asiento
035180         DISPLAY "*** ASIENTO DESCUADRADO - NO SE GENERA ***"
035510         VARYING Ndx-Depto FROM 1 BY 1
035520         UNTIL Ndx-Depto > Cantidad-Deptos-Sub
      
035521     IF Total-General-Cargas NOT = ZERO
035522         PERFORM 3228-ASIENTO-CARGAS-DEPTO
035523             THRU 3228-ASIENTO-CARGAS-DEPTO-EXIT
035524             VARYING Ndx-Carga FROM 1 BY 1
035525             UNTIL Ndx-Carga > Cantidad-Deptos-Carga
035526     END-IF
      
035530     MOVE Total-DedImp-Cierre TO Monto-Edicion-Total
035540     MOVE SPACES TO LineaContab
035550     STRING "H 2101 RETENCION RENTA POR PAGAR  "
035850     END-STRING
035860     WRITE LineaContab
      
035861     IF Total-CCSS-Cargas NOT = ZERO
035862         MOVE Total-CCSS-Cargas TO Monto-Edicion-Total
035863         MOVE SPACES TO LineaContab
035864         STRING "H 2106 CCSS PATRONAL POR PAGAR    "
035865             DELIMITED BY SIZE
035866                Monto-Edicion-Total DELIMITED BY SIZE
035867             INTO LineaContab
035868         END-STRING
035869         WRITE LineaContab
035870     END-IF
      
035871     IF Total-Popular-Cargas NOT = ZERO
035872         MOVE Total-Popular-Cargas TO Monto-Edicion-Total
035873         MOVE SPACES TO LineaContab
035874         STRING "H 2107 BANCO POPULAR POR PAGAR    "
035875             DELIMITED BY SIZE
035876                Monto-Edicion-Total DELIMITED BY SIZE
035877             INTO LineaContab
035878         END-STRING
035879         WRITE LineaContab
035880     END-IF
      
035881     IF Total-LPT-Cargas NOT = ZERO
035882         MOVE Total-LPT-Cargas TO Monto-Edicion-Total
035883         MOVE SPACES TO LineaContab
035884         STRING "H 2108 APORTES LPT POR PAGAR      "
035885             DELIMITED BY SIZE
035886                Monto-Edicion-Total DELIMITED BY SIZE
035887             INTO LineaContab
035888         END-STRING
035889         WRITE LineaContab
035890     END-IF
      
035891     IF Total-INS-Cargas NOT = ZERO
035892         MOVE Total-INS-Cargas TO Monto-Edicion-Total
035893         MOVE SPACES TO LineaContab
035894         STRING "H 2109 RIESGOS TRABAJO INS P/PAGAR"
035895             DELIMITED BY SIZE
035896                Monto-Edicion-Total DELIMITED BY SIZE
035897             INTO LineaContab
035898         END-STRING
035899         WRITE LineaContab
035900     END-IF
      
035901     MOVE SPACES TO LineaContab
035902     WRITE LineaContab
035903     MOVE "RESUMEN PARA VISTO BUENO" TO LineaContab
035904     WRITE LineaContab
      
035910     MOVE Total-Debitos-Asiento TO Monto-Edicion-Total
035920     MOVE SPACES TO LineaContab
036240     END-STRING
036250     WRITE LineaContab.
036260 3217-ASIENTO-LINEA-DEPTO-EXIT.
036261     EXIT.
      
036262 3228-ASIENTO-CARGAS-DEPTO.
036263     MOVE Sub-Total-Carga (Ndx-Carga) TO Monto-Edicion-Total
036264     MOVE SPACES TO LineaContab
036265     STRING "D 5102 GASTO CARGAS DEPTO   " DELIMITED BY SIZE
036266            Codigo-Depto-Carga (Ndx-Carga) DELIMITED BY SIZE
036267            "  " DELIMITED BY SIZE
036268            Monto-Edicion-Total DELIMITED BY SIZE
036269         INTO LineaContab
036270     END-STRING
036271     WRITE LineaContab.
036272 3228-ASIENTO-CARGAS-DEPTO-EXIT.
036273     EXIT.
      
036280******************************************************************
036290* 3226-SUMAR-PRESTAMOS-PERIODO
037200             CEDULA-CAMB
037210         GO TO 3219-APLICAR-CAMBIOS-LEER-EXIT
037220     END-IF
037221     PERFORM 3207-EMPLEADO-DEL-GRUPO
037222         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
037223     IF NOT Empleado-En-Grupo
037224         GO TO 3219-APLICAR-CAMBIOS-LEER-EXIT
037225     END-IF
037226* Fuera de la planilla quincenal el cambio rige desde el mes o
037227* la semana del calendario que contiene la fecha efectiva.
037228     IF NOT Periodo-Quincenal
037229         MOVE FECHA-EFEC-CAMB TO Fecha-Periodo-Buscar
037230         IF FECHA-EFEC-CAMB (7:2) NOT NUMERIC
037231             MOVE "01" TO Fecha-Periodo-Buscar (7:2)
037232         END-IF
037233         PERFORM 3208-PERIODO-DE-FECHA
037234             THRU 3208-PERIODO-DE-FECHA-EXIT
037235         MOVE Periodo-De-Fecha TO Periodo-Efec-Camb
037236         IF Periodo-Efec-Camb > PeriodoProceso
037237             GO TO 3219-APLICAR-CAMBIOS-LEER-EXIT
037238         END-IF
037239     END-IF
      
037240     MOVE "SALARIO APLICADO" TO Campo-Bitacora
037241     MOVE Salario TO Salario-Anterior-Camb
037245     MOVE Salario TO SALARIO-ANT-CAMB
037250     MOVE Salario TO Monto-Edicion
037260     MOVE Monto-Edicion TO ValorAnterior-Bitacora
037270     MOVE SALARIO-NUEVO-CAMB TO Salario
038920* el reporte del maestro.
038930******************************************************************
038940 3230-REPORTE-PLANILLA-PERIODO.
038950     DISPLAY "INGRESE EL PERIODO CERRADO"
038955     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
038960     ACCEPT PeriodoProceso
      
038970     PERFORM 3211-VALIDAR-PERIODO
040060******************************************************************
040070* 3240-EXTRACTO-PERIODO
040080* Genera el extracto de deducciones CCSS/renta en EXTRACTO a
040090* partir del historico de un periodo cerrado. Con solo el mes
040093* AAAAMM combina los periodos cerrados del mes de todos los
040096* grupos de pago, contando cada empleado una vez.
040100******************************************************************
040110 3240-EXTRACTO-PERIODO.
040120     DISPLAY "INGRESE EL PERIODO CERRADO"
040122     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn), O SOLO AAAAMM"
040124     DISPLAY "PARA TODO EL MES"
040126     MOVE SPACES TO PeriodoProceso
040130     ACCEPT PeriodoProceso
      
040140     MOVE "N" TO Bandera-ExtractoMes
040150     IF PeriodoProceso (1:6) IS NUMERIC
040160         AND PeriodoProceso (7:2) = SPACES
040170         MOVE "S" TO Bandera-ExtractoMes
040180     END-IF
      
040190     IF NOT Extracto-Mes
040200         PERFORM 3211-VALIDAR-PERIODO
040210             THRU 3211-VALIDAR-PERIODO-EXIT
040220         IF NOT Periodo-Valido
040230             GO TO 3240-EXTRACTO-PERIODO-EXIT
040231         END-IF
040232         PERFORM 3212-REVISAR-PERIODO-CERRADO
040233             THRU 3212-REVISAR-PERIODO-CERRADO-EXIT
040234         IF NOT Periodo-Ya-Cerrado
040235             DISPLAY "El periodo no esta cerrado. Use el cierre."
040236             GO TO 3240-EXTRACTO-PERIODO-EXIT
040237         END-IF
040240     END-IF
      
040250     OPEN OUTPUT ArchivoExtracto
040310     MOVE ZERO TO Total-Seguro-Ext
040320     MOVE ZERO TO Total-General-Ext
040330     MOVE ZERO TO Contador-Empleados-Ext
040335     MOVE SPACES TO Cedula-Ant-Ext
040340     PERFORM 3532-LIMPIAR-TABLA-DEPTO
040350         THRU 3532-LIMPIAR-TABLA-DEPTO-EXIT
      
040860             MOVE "S" TO Bandera-FinArchivo
040870         NOT AT END
040880             IF PERIODO-HIST = PeriodoProceso
040883                 OR (Extracto-Mes AND
040886                     PERIODO-HIST (1:6) = PeriodoProceso (1:6))
040890                 ADD DEDIMP-HIST TO Total-Impuestos-Ext
040900                 ADD DEDSEG-HIST TO Total-Seguro-Ext
040910                 IF CEDULA-HIST NOT = Cedula-Ant-Ext
040912                     ADD 1 TO Contador-Empleados-Ext
040914                     MOVE CEDULA-HIST TO Cedula-Ant-Ext
040916                 END-IF
040920                 MOVE DEPTO-HIST TO Depto-Acumular
040930                 MOVE ZERO TO Salario-Acumular
040940                 MOVE DEDIMP-HIST TO DedImp-Acumular
040990             END-IF
041000     END-READ.
041010 3241-EXTRACTO-PERIODO-ACUM-EXIT.
041011     EXIT.
      
041012******************************************************************
041013* 3250-REABRIR-PERIODO
041014* Reversa el cierre del ultimo periodo cerrado en PERIODOS
041015* del grupo de pago indicado
041016* cuando se cerro con datos errados. Reservada al supervisor;
041017* pide el motivo y confirmacion expresa. No se permite si un
041018* periodo posterior ya tomo cuotas de prestamos o retros
041019* salariales, porque esos efectos no se pueden separar.
041020******************************************************************
041021 3250-REABRIR-PERIODO.
041022     IF NOT Usuario-Supervisor
041023         DISPLAY "Operacion reservada al rol supervisor."
041024         GO TO 3250-REABRIR-PERIODO-EXIT
041025     END-IF
      
041026     DISPLAY "Grupo de pago del periodo a reabrir (Q, M o S):"
041027     MOVE SPACE TO GrupoBusca
041028     ACCEPT GrupoBusca
041029     PERFORM 3203-VALIDAR-GRUPO
041030         THRU 3203-VALIDAR-GRUPO-EXIT
041031     IF NOT Grupo-Valido
041032         DISPLAY "Grupo de pago invalido. Reapertura cancelada."
041033         GO TO 3250-REABRIR-PERIODO-EXIT
041034     END-IF
041035     MOVE GrupoBusca TO Grupo-Periodo
      
041036     MOVE HIGH-VALUES TO PeriodoProceso
041037     PERFORM 4906-BUSCAR-ULTIMO-CIERRE
041038         THRU 4906-BUSCAR-ULTIMO-CIERRE-EXIT
041039     IF Ultimo-Periodo-Cerrado = SPACES
041040         DISPLAY "No hay periodos cerrados para reabrir."
041041         GO TO 3250-REABRIR-PERIODO-EXIT
041042     END-IF
041043     MOVE Ultimo-Periodo-Cerrado TO PeriodoProceso
041044     PERFORM 3206-FECHAS-PERIODO
041045         THRU 3206-FECHAS-PERIODO-EXIT
041046     DISPLAY "Ultimo periodo cerrado: ", PeriodoProceso
      
041047     PERFORM 3251-VERIFICAR-REAPERTURA
041048         THRU 3251-VERIFICAR-REAPERTURA-EXIT
041049     IF NOT Reapertura-Permitida
041050         DISPLAY "Un periodo posterior ya tomo cuotas o retros;"
041051         DISPLAY "el periodo no se puede reabrir."
041052         GO TO 3250-REABRIR-PERIODO-EXIT
041053     END-IF
      
041054     DISPLAY "Digite el motivo de la reapertura:"
041055     ACCEPT Motivo-Reabrir
041056     IF Motivo-Reabrir = SPACES
041057         DISPLAY "El motivo es obligatorio. Reapertura cancelada."
041058         GO TO 3250-REABRIR-PERIODO-EXIT
041059     END-IF
      
041060     DISPLAY "Se reversara el cierre del periodo ", PeriodoProceso
041061     DISPLAY "(historico, vacaciones, prestamos, cambios"
041062     DISPLAY "salariales y asiento contable)."
041063     DISPLAY "Confirme con S para continuar:"
041064     ACCEPT OPCION
041065     IF OPCION NOT = "S"
041066         DISPLAY "Reapertura cancelada."
041067         GO TO 3250-REABRIR-PERIODO-EXIT
041068     END-IF
      
041069     PERFORM 3255-EJECUTAR-REAPERTURA
041070         THRU 3255-EJECUTAR-REAPERTURA-EXIT.
041071 3250-REABRIR-PERIODO-EXIT.
041072     EXIT.
      
041073******************************************************************
041074* 3251-VERIFICAR-REAPERTURA
041075* Revisa que ningun prestamo tenga cuota aplicada ni ningun
041076* cambio salarial tenga retro tomado en un periodo posterior
041077* del mismo grupo de pago que el que se quiere reabrir.
041078******************************************************************
041079 3251-VERIFICAR-REAPERTURA.
041080     MOVE "S" TO Bandera-ReapPermitida
      
041081     MOVE "N" TO Bandera-FinPrestamos
041082     MOVE LOW-VALUES TO LLAVE-PRES
041083     START ArchivoPrestamos KEY IS NOT LESS THAN LLAVE-PRES
041084         INVALID KEY
041085             MOVE "S" TO Bandera-FinPrestamos
041086     END-START
041087     PERFORM 3252-VERIFICAR-PRESTAMOS-LEER
041088         THRU 3252-VERIFICAR-PRESTAMOS-LEER-EXIT
041089         UNTIL Fin-Prestamos
      
041090     MOVE "N" TO Bandera-FinCambios
041091     MOVE LOW-VALUES TO LLAVE-CAMB
041092     START ArchivoCambios KEY IS NOT LESS THAN LLAVE-CAMB
041093         INVALID KEY
041094             MOVE "S" TO Bandera-FinCambios
041095     END-START
041096     PERFORM 3253-VERIFICAR-CAMBIOS-LEER
041097         THRU 3253-VERIFICAR-CAMBIOS-LEER-EXIT
041098         UNTIL Fin-Cambios.
041099 3251-VERIFICAR-REAPERTURA-EXIT.
041100     EXIT.
      
041101 3252-VERIFICAR-PRESTAMOS-LEER.
041102     READ ArchivoPrestamos NEXT RECORD
041103         AT END
041104             MOVE "S" TO Bandera-FinPrestamos
041105             GO TO 3252-VERIFICAR-PRESTAMOS-LEER-EXIT
041106     END-READ
041107     MOVE PERIODO-APLICA-PRES TO Llave-Grupo
041108     PERFORM 3204-GRUPO-DE-LLAVE
041109         THRU 3204-GRUPO-DE-LLAVE-EXIT
041110     IF Grupo-Llave NOT = Grupo-Periodo
041111         GO TO 3252-VERIFICAR-PRESTAMOS-LEER-EXIT
041112     END-IF
041113     IF PERIODO-APLICA-PRES NOT = SPACES
041114         AND PERIODO-APLICA-PRES > PeriodoProceso
041115         AND CUOTA-APLICADA-PRES > ZERO
041116         DISPLAY "Cuota tomada en ", PERIODO-APLICA-PRES,
041117             ": ", CEDULA-PRES, " ", NUMERO-PRES
041118         MOVE "N" TO Bandera-ReapPermitida
041119     END-IF.
041120 3252-VERIFICAR-PRESTAMOS-LEER-EXIT.
041121     EXIT.
      
041122 3253-VERIFICAR-CAMBIOS-LEER.
041123     READ ArchivoCambios NEXT RECORD
041124         AT END
041125             MOVE "S" TO Bandera-FinCambios
041126             GO TO 3253-VERIFICAR-CAMBIOS-LEER-EXIT
041127     END-READ
041128     MOVE PERIODO-RETRO-CAMB TO Llave-Grupo
041129     PERFORM 3204-GRUPO-DE-LLAVE
041130         THRU 3204-GRUPO-DE-LLAVE-EXIT
041131     IF Grupo-Llave NOT = Grupo-Periodo
041132         GO TO 3253-VERIFICAR-CAMBIOS-LEER-EXIT
041133     END-IF
041134     IF PERIODO-RETRO-CAMB NOT = SPACES
041135         AND PERIODO-RETRO-CAMB > PeriodoProceso
041136         DISPLAY "Retro tomado en ", PERIODO-RETRO-CAMB,
041137             ": ", CEDULA-CAMB
041138         MOVE "N" TO Bandera-ReapPermitida
041139     END-IF.
041140 3253-VERIFICAR-CAMBIOS-LEER-EXIT.
041141     EXIT.
      
041142******************************************************************
041143* 3255-EJECUTAR-REAPERTURA
041144* Reversa el cierre de PeriodoProceso. Primero arma desde
041145* HISTORIA los totales del cierre y escribe en CONTAB el
041146* asiento de reversion; si CONTAB no se puede escribir la
041147* reapertura se aborta sin tocar ningun archivo. Despues borra
041148* el periodo de HISTORIA, devuelve el derecho de vacaciones
041149* acumulado, las cuotas de prestamos del periodo y los cambios
041150* salariales aplicados o finalizados en el cierre, y deja el
041151* periodo reabierto (R) en PERIODOS con fecha, usuario y
041152* motivo, anotado tambien en la bitacora.
041153******************************************************************
041154 3255-EJECUTAR-REAPERTURA.
041155     MOVE "N" TO Bandera-PasoFallido
041156     MOVE FUNCTION CURRENT-DATE (1:8) TO Fecha-Reabrir
      
041157     PERFORM 3256-TOTALES-REAPERTURA
041158         THRU 3256-TOTALES-REAPERTURA-EXIT
041159     MOVE "N" TO Bandera-DetalleCargas
041160     PERFORM 4840-CALCULAR-CARGAS-PERIODO
041161         THRU 4840-CALCULAR-CARGAS-PERIODO-EXIT
      
041162     PERFORM 3258-ASIENTO-REVERSION
041163         THRU 3258-ASIENTO-REVERSION-EXIT
041164     IF Paso-Fallido
041165         DISPLAY "Reapertura abortada: no se modifico ningun"
041166         DISPLAY "archivo y el periodo sigue cerrado."
041167         GO TO 3255-EJECUTAR-REAPERTURA-EXIT
041168     END-IF
      
041169     PERFORM 3261-REVERTIR-HISTORIA
041170         THRU 3261-REVERTIR-HISTORIA-EXIT
041171     PERFORM 3263-REVERTIR-VACACIONES
041172         THRU 3263-REVERTIR-VACACIONES-EXIT
041173     PERFORM 3265-REVERTIR-PRESTAMOS
041174         THRU 3265-REVERTIR-PRESTAMOS-EXIT
041175     PERFORM 3267-REVERTIR-CAMBIOS
041176         THRU 3267-REVERTIR-CAMBIOS-EXIT
041177     PERFORM 3269-MARCAR-REAPERTURA
041178         THRU 3269-MARCAR-REAPERTURA-EXIT
      
041179     DISPLAY "*** REAPERTURA DEL PERIODO ", PeriodoProceso, " ***"
041180     MOVE Contador-Rev-Historia TO Contador-Edicion-Calc
041181     DISPLAY "Registros de historico borrados: ",
041182         Contador-Edicion-Calc
041183     MOVE Contador-Rev-Vacaciones TO Contador-Edicion-Calc
041184     DISPLAY "Saldos de vacaciones devueltos : ",
041185         Contador-Edicion-Calc
041186     MOVE Contador-Rev-Prestamos TO Contador-Edicion-Calc
041187     DISPLAY "Cuotas de prestamos devueltas  : ",
041188         Contador-Edicion-Calc
041189     MOVE Contador-Rev-Cambios TO Contador-Edicion-Calc
041190     DISPLAY "Cambios salariales revertidos  : ",
041191         Contador-Edicion-Calc
041192     DISPLAY "Corra el calculo de planilla del periodo antes de"
041193     DISPLAY "volver a cerrarlo.".
041194 3255-EJECUTAR-REAPERTURA-EXIT.
041195     EXIT.
      
041196******************************************************************
041197* 3256-TOTALES-REAPERTURA
041198* Suma desde HISTORIA los totales del periodo a reabrir y la
041199* tabla de subtotales por departamento, tal como los armo el
041200* cierre. Las otras retenciones (cuotas de prestamos) son la
041201* diferencia entre el bruto y las deducciones mas el neto.
041202******************************************************************
041203 3256-TOTALES-REAPERTURA.
041204     MOVE ZERO TO Total-Bruto-Cierre
041205     MOVE ZERO TO Total-DedImp-Cierre
041206     MOVE ZERO TO Total-DedSeg-Cierre
041207     MOVE ZERO TO Total-Neto-Cierre
041208     PERFORM 3532-LIMPIAR-TABLA-DEPTO
041209         THRU 3532-LIMPIAR-TABLA-DEPTO-EXIT
      
041210     MOVE "N" TO Bandera-FinHistoria
041211     MOVE LOW-VALUES TO LLAVE-HIST
041212     START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
041213         INVALID KEY
041214             MOVE "S" TO Bandera-FinHistoria
041215     END-START
041216     PERFORM 3257-TOTALES-REAPERTURA-LEER
041217         THRU 3257-TOTALES-REAPERTURA-LEER-EXIT
041218         UNTIL Fin-Historia
      
041219     COMPUTE Total-Otras-Cierre = Total-Bruto-Cierre
041220         - Total-DedImp-Cierre - Total-DedSeg-Cierre
041221         - Total-Neto-Cierre.
041222 3256-TOTALES-REAPERTURA-EXIT.
041223     EXIT.
      
041224 3257-TOTALES-REAPERTURA-LEER.
041225     READ ArchivoHistoria NEXT RECORD
041226         AT END
041227             MOVE "S" TO Bandera-FinHistoria
041228             GO TO 3257-TOTALES-REAPERTURA-LEER-EXIT
041229     END-READ
041230     IF PERIODO-HIST NOT = PeriodoProceso
041231         GO TO 3257-TOTALES-REAPERTURA-LEER-EXIT
041232     END-IF
      
041233     ADD SALARIO-HIST TO Total-Bruto-Cierre
041234     ADD DEDIMP-HIST TO Total-DedImp-Cierre
041235     ADD DEDSEG-HIST TO Total-DedSeg-Cierre
041236     ADD SALNETO-HIST TO Total-Neto-Cierre
041237     MOVE DEPTO-HIST TO Depto-Acumular
041238     MOVE SALARIO-HIST TO Salario-Acumular
041239     MOVE DEDIMP-HIST TO DedImp-Acumular
041240     MOVE DEDSEG-HIST TO DedSeg-Acumular
041241     MOVE SALNETO-HIST TO Neto-Acumular
041242     PERFORM 3530-ACUMULAR-DEPTO
041243         THRU 3530-ACUMULAR-DEPTO-EXIT.
041244 3257-TOTALES-REAPERTURA-LEER-EXIT.
041245     EXIT.
      
041246******************************************************************
041247* 3258-ASIENTO-REVERSION
041248* Escribe en CONTAB el asiento que reversa el del cierre: las
041249* mismas cuentas y montos con debitos y creditos invertidos
041250* (credito al gasto de salarios y de cargas por departamento
041251* contra el debito de cada cuenta por pagar).
041252******************************************************************
041253 3258-ASIENTO-REVERSION.
041254     COMPUTE Total-Debitos-Asiento =
041255         Total-DedImp-Cierre + Total-DedSeg-Cierre
041256         + Total-Otras-Cierre + Total-Neto-Cierre
041257         + Total-CCSS-Cargas + Total-Popular-Cargas
041258         + Total-LPT-Cargas + Total-INS-Cargas
041259     COMPUTE Total-Creditos-Asiento =
041260         Total-Bruto-Cierre + Total-General-Cargas
      
041261     OPEN OUTPUT ArchivoContabilidad
041262     IF Estado-ArchivoContab NOT = "00"
041263         DISPLAY "No se pudo abrir el archivo CONTAB."
041264         MOVE "S" TO Bandera-PasoFallido
041265         GO TO 3258-ASIENTO-REVERSION-EXIT
041266     END-IF
      
041267     MOVE SPACES TO LineaContab
041268     STRING "ASIENTO DE REVERSION PLANILLA - PERIODO "
041269         DELIMITED BY SIZE
041270            PeriodoProceso DELIMITED BY SIZE
041271         INTO LineaContab
041272     END-STRING
041273     WRITE LineaContab
041274     MOVE SPACES TO LineaContab
041275     STRING "FECHA DE REAPERTURA: " DELIMITED BY SIZE
041276            Fecha-Reabrir DELIMITED BY SIZE
041277            "  USUARIO: " DELIMITED BY SIZE
041278            Usuario-Actual DELIMITED BY SIZE
041279         INTO LineaContab
041280     END-STRING
041281     WRITE LineaContab
041282     MOVE SPACES TO LineaContab
041283     STRING "MOTIVO: " DELIMITED BY SIZE
041284            Motivo-Reabrir DELIMITED BY SIZE
041285         INTO LineaContab
041286     END-STRING
041287     WRITE LineaContab
041288     MOVE SPACES TO LineaContab
041289     WRITE LineaContab
      
041290     MOVE Total-DedImp-Cierre TO Monto-Edicion-Total
041291     MOVE SPACES TO LineaContab
041292     STRING "D 2101 RETENCION RENTA POR PAGAR  "
041293         DELIMITED BY SIZE
041294            Monto-Edicion-Total DELIMITED BY SIZE
041295         INTO LineaContab
041296     END-STRING
041297     WRITE LineaContab
      
041298     MOVE Total-DedSeg-Cierre TO Monto-Edicion-Total
041299     MOVE SPACES TO LineaContab
041300     STRING "D 2102 RETENCION CCSS POR PAGAR   "
041301         DELIMITED BY SIZE
041302            Monto-Edicion-Total DELIMITED BY SIZE
041303         INTO LineaContab
041304     END-STRING
041305     WRITE LineaContab
      
041306     IF Total-Otras-Cierre NOT = ZERO
041307         MOVE Total-Otras-Cierre TO Monto-Edicion-Total
041308         MOVE SPACES TO LineaContab
041309         STRING "D 2103 OTRAS RETENCIONES          "
041310             DELIMITED BY SIZE
041311                Monto-Edicion-Total DELIMITED BY SIZE
041312             INTO LineaContab
041313         END-STRING
041314         WRITE LineaContab
041315     END-IF
      
041316     MOVE Total-Neto-Cierre TO Monto-Edicion-Total
041317     MOVE SPACES TO LineaContab
041318     STRING "D 2105 SALARIOS NETOS POR PAGAR   "
041319         DELIMITED BY SIZE
041320            Monto-Edicion-Total DELIMITED BY SIZE
041321         INTO LineaContab
041322     END-STRING
041323     WRITE LineaContab
      
041324     IF Total-CCSS-Cargas NOT = ZERO
041325         MOVE Total-CCSS-Cargas TO Monto-Edicion-Total
041326         MOVE SPACES TO LineaContab
041327         STRING "D 2106 CCSS PATRONAL POR PAGAR    "
041328             DELIMITED BY SIZE
041329                Monto-Edicion-Total DELIMITED BY SIZE
041330             INTO LineaContab
041331         END-STRING
041332         WRITE LineaContab
041333     END-IF
      
041334     IF Total-Popular-Cargas NOT = ZERO
041335         MOVE Total-Popular-Cargas TO Monto-Edicion-Total
041336         MOVE SPACES TO LineaContab
041337         STRING "D 2107 BANCO POPULAR POR PAGAR    "
041338             DELIMITED BY SIZE
041339                Monto-Edicion-Total DELIMITED BY SIZE
041340             INTO LineaContab
041341         END-STRING
041342         WRITE LineaContab
041343     END-IF
      
041344     IF Total-LPT-Cargas NOT = ZERO
041345         MOVE Total-LPT-Cargas TO Monto-Edicion-Total
041346         MOVE SPACES TO LineaContab
041347         STRING "D 2108 APORTES LPT POR PAGAR      "
041348             DELIMITED BY SIZE
041349                Monto-Edicion-Total DELIMITED BY SIZE
041350             INTO LineaContab
041351         END-STRING
041352         WRITE LineaContab
041353     END-IF
      
041354     IF Total-INS-Cargas NOT = ZERO
041355         MOVE Total-INS-Cargas TO Monto-Edicion-Total
041356         MOVE SPACES TO LineaContab
041357         STRING "D 2109 RIESGOS TRABAJO INS P/PAGAR"
041358             DELIMITED BY SIZE
041359                Monto-Edicion-Total DELIMITED BY SIZE
041360             INTO LineaContab
041361         END-STRING
041362         WRITE LineaContab
041363     END-IF
      
041364     PERFORM 3259-REVERSION-SALARIOS-DEPTO
041365         THRU 3259-REVERSION-SALARIOS-DEPTO-EXIT
041366         VARYING Ndx-Depto FROM 1 BY 1
041367         UNTIL Ndx-Depto > Cantidad-Deptos-Sub
      
041368     IF Total-General-Cargas NOT = ZERO
041369         PERFORM 3260-REVERSION-CARGAS-DEPTO
041370             THRU 3260-REVERSION-CARGAS-DEPTO-EXIT
041371             VARYING Ndx-Carga FROM 1 BY 1
041372             UNTIL Ndx-Carga > Cantidad-Deptos-Carga
041373     END-IF
      
041374     MOVE SPACES TO LineaContab
041375     WRITE LineaContab
041376     MOVE "RESUMEN PARA VISTO BUENO" TO LineaContab
041377     WRITE LineaContab
      
041378     MOVE Total-Debitos-Asiento TO Monto-Edicion-Total
041379     MOVE SPACES TO LineaContab
041380     STRING "TOTAL DEBITOS  : " DELIMITED BY SIZE
041381            Monto-Edicion-Total DELIMITED BY SIZE
041382         INTO LineaContab
041383     END-STRING
041384     WRITE LineaContab
      
041385     MOVE Total-Creditos-Asiento TO Monto-Edicion-Total
041386     MOVE SPACES TO LineaContab
041387     STRING "TOTAL CREDITOS : " DELIMITED BY SIZE
041388            Monto-Edicion-Total DELIMITED BY SIZE
041389         INTO LineaContab
041390     END-STRING
041391     WRITE LineaContab
      
041392     MOVE "CUADRE: DEBITOS = CREDITOS" TO LineaContab
041393     WRITE LineaContab
041394     MOVE "FIRMA CONTADOR: ____________________"
041395         TO LineaContab
041396     WRITE LineaContab
      
041397     CLOSE ArchivoContabilidad
      
041398     MOVE Total-Creditos-Asiento TO Monto-Edicion-Total
041399     DISPLAY "Asiento de reversion generado en CONTAB por ",
041400         Monto-Edicion-Total.
041401 3258-ASIENTO-REVERSION-EXIT.
041402     EXIT.
      
041403 3259-REVERSION-SALARIOS-DEPTO.
041404     MOVE Sub-Salario-Depto (Ndx-Depto) TO Monto-Edicion-Total
041405     MOVE SPACES TO LineaContab
041406     STRING "H 5101 GASTO SALARIOS DEPTO " DELIMITED BY SIZE
041407            Codigo-Depto-Sub (Ndx-Depto) DELIMITED BY SIZE
041408            "  " DELIMITED BY SIZE
041409            Monto-Edicion-Total DELIMITED BY SIZE
041410         INTO LineaContab
041411     END-STRING
041412     WRITE LineaContab.
041413 3259-REVERSION-SALARIOS-DEPTO-EXIT.
041414     EXIT.
      
041415 3260-REVERSION-CARGAS-DEPTO.
041416     MOVE Sub-Total-Carga (Ndx-Carga) TO Monto-Edicion-Total
041417     MOVE SPACES TO LineaContab
041418     STRING "H 5102 GASTO CARGAS DEPTO   " DELIMITED BY SIZE
041419            Codigo-Depto-Carga (Ndx-Carga) DELIMITED BY SIZE
041420            "  " DELIMITED BY SIZE
041421            Monto-Edicion-Total DELIMITED BY SIZE
041422         INTO LineaContab
041423     END-STRING
041424     WRITE LineaContab.
041425 3260-REVERSION-CARGAS-DEPTO-EXIT.
041426     EXIT.
      
041427******************************************************************
041428* 3261-REVERTIR-HISTORIA
041429* Borra de HISTORIA los registros del periodo que se reabre.
041430******************************************************************
041431 3261-REVERTIR-HISTORIA.
041432     MOVE ZERO TO Contador-Rev-Historia
041433     MOVE "N" TO Bandera-FinHistoria
041434     MOVE LOW-VALUES TO LLAVE-HIST
041435     START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
041436         INVALID KEY
041437             MOVE "S" TO Bandera-FinHistoria
041438     END-START
041439     PERFORM 3262-REVERTIR-HISTORIA-LEER
041440         THRU 3262-REVERTIR-HISTORIA-LEER-EXIT
041441         UNTIL Fin-Historia.
041442 3261-REVERTIR-HISTORIA-EXIT.
041443     EXIT.
      
041444 3262-REVERTIR-HISTORIA-LEER.
041445     READ ArchivoHistoria NEXT RECORD
041446         AT END
041447             MOVE "S" TO Bandera-FinHistoria
041448             GO TO 3262-REVERTIR-HISTORIA-LEER-EXIT
041449     END-READ
041450     IF PERIODO-HIST NOT = PeriodoProceso
041451         GO TO 3262-REVERTIR-HISTORIA-LEER-EXIT
041452     END-IF
      
041453     DELETE ArchivoHistoria RECORD
041454         INVALID KEY
041455             DISPLAY "Error al borrar historico: ", CEDULA-HIST
041456         NOT INVALID KEY
041457             ADD 1 TO Contador-Rev-Historia
041458     END-DELETE.
041459 3262-REVERTIR-HISTORIA-LEER-EXIT.
041460     EXIT.
      
041461******************************************************************
041462* 3263-REVERTIR-VACACIONES
041463* Devuelve el derecho de vacaciones que el cierre acumulo a
041464* cada saldo marcado con el periodo que se reabre, segun la
041465* frecuencia del grupo de pago del periodo.
041466******************************************************************
041467 3263-REVERTIR-VACACIONES.
041468     MOVE Grupo-Periodo TO Grupo-Factores
041469     PERFORM 3205-FACTORES-GRUPO
041470         THRU 3205-FACTORES-GRUPO-EXIT
041471     MOVE ZERO TO Contador-Rev-Vacaciones
041472     MOVE "N" TO Bandera-FinVacaciones
041473     MOVE LOW-VALUES TO CEDULA-VAC
041474     START ArchivoVacaciones KEY IS NOT LESS THAN CEDULA-VAC
041475         INVALID KEY
041476             MOVE "S" TO Bandera-FinVacaciones
041477     END-START
041478     PERFORM 3264-REVERTIR-VACACIONES-LEER
041479         THRU 3264-REVERTIR-VACACIONES-LEER-EXIT
041480         UNTIL Fin-Vacaciones.
041481 3263-REVERTIR-VACACIONES-EXIT.
041482     EXIT.
      
041483 3264-REVERTIR-VACACIONES-LEER.
041484     READ ArchivoVacaciones NEXT RECORD
041485         AT END
041486             MOVE "S" TO Bandera-FinVacaciones
041487             GO TO 3264-REVERTIR-VACACIONES-LEER-EXIT
041488     END-READ
041489     IF PERIODO-ACUM-VAC NOT = PeriodoProceso
041490         GO TO 3264-REVERTIR-VACACIONES-LEER-EXIT
041491     END-IF
      
041492     IF DIAS-GANADOS-VAC < Dias-Acum-Periodo
041493         MOVE ZERO TO DIAS-GANADOS-VAC
041494     ELSE
041495         SUBTRACT Dias-Acum-Periodo FROM DIAS-GANADOS-VAC
041496     END-IF
041497     COMPUTE SALDO-VAC = DIAS-GANADOS-VAC - DIAS-GOZADOS-VAC
041498     MOVE SPACES TO PERIODO-ACUM-VAC
041499     REWRITE REGISTRO-VACACION
041500         INVALID KEY
041501             DISPLAY "Error en saldo de vacaciones: ", CEDULA-VAC
041502         NOT INVALID KEY
041503             ADD 1 TO Contador-Rev-Vacaciones
041504     END-REWRITE.
041505 3264-REVERTIR-VACACIONES-LEER-EXIT.
041506     EXIT.
      
041507******************************************************************
041508* 3265-REVERTIR-PRESTAMOS
041509* Devuelve al saldo las cuotas de prestamos y embargos tomadas
041510* en el periodo que se reabre y reactiva los prestamos que esas
041511* cuotas habian cancelado.
041512******************************************************************
041513 3265-REVERTIR-PRESTAMOS.
041514     MOVE ZERO TO Contador-Rev-Prestamos
041515     MOVE "N" TO Bandera-FinPrestamos
041516     MOVE LOW-VALUES TO LLAVE-PRES
041517     START ArchivoPrestamos KEY IS NOT LESS THAN LLAVE-PRES
041518         INVALID KEY
041519             MOVE "S" TO Bandera-FinPrestamos
041520     END-START
041521     PERFORM 3266-REVERTIR-PRESTAMOS-LEER
041522         THRU 3266-REVERTIR-PRESTAMOS-LEER-EXIT
041523         UNTIL Fin-Prestamos.
041524 3265-REVERTIR-PRESTAMOS-EXIT.
041525     EXIT.
      
041526 3266-REVERTIR-PRESTAMOS-LEER.
041527     READ ArchivoPrestamos NEXT RECORD
041528         AT END
041529             MOVE "S" TO Bandera-FinPrestamos
041530             GO TO 3266-REVERTIR-PRESTAMOS-LEER-EXIT
041531     END-READ
041532     IF PERIODO-APLICA-PRES NOT = PeriodoProceso
041533         OR CUOTA-APLICADA-PRES NOT > ZERO
041534         GO TO 3266-REVERTIR-PRESTAMOS-LEER-EXIT
041535     END-IF
      
041536     ADD CUOTA-APLICADA-PRES TO SALDO-PRES
041537     MOVE SPACES TO PERIODO-APLICA-PRES
041538     MOVE ZERO TO CUOTA-APLICADA-PRES
041539     MOVE "A" TO ESTADO-PRES
041540     REWRITE REGISTRO-PRESTAMO
041541         INVALID KEY
041542             DISPLAY "Error al actualizar prestamo: ", CEDULA-PRES
041543         NOT INVALID KEY
041544             ADD 1 TO Contador-Rev-Prestamos
041545     END-REWRITE.
041546 3266-REVERTIR-PRESTAMOS-LEER-EXIT.
041547     EXIT.
      
041548******************************************************************
041549* 3267-REVERTIR-CAMBIOS
041550* Deshace en CAMBIOSAL lo que hizo el cierre: los cambios
041551* aplicados en el periodo vuelven a pendientes y el maestro
041552* recupera el salario que tenia antes del primero de ellos; los
041553* retros finalizados en el periodo vuelven a quedar
041554* pendientes de pago en el periodo.
041555******************************************************************
041556 3267-REVERTIR-CAMBIOS.
041557     MOVE ZERO TO Contador-Rev-Cambios
041558     MOVE SPACES TO Cedula-Revertida-Camb
041559     MOVE "N" TO Bandera-FinCambios
041560     MOVE LOW-VALUES TO LLAVE-CAMB
041561     START ArchivoCambios KEY IS NOT LESS THAN LLAVE-CAMB
041562         INVALID KEY
041563             MOVE "S" TO Bandera-FinCambios
041564     END-START
041565     PERFORM 3268-REVERTIR-CAMBIOS-LEER
041566         THRU 3268-REVERTIR-CAMBIOS-LEER-EXIT
041567         UNTIL Fin-Cambios.
041568 3267-REVERTIR-CAMBIOS-EXIT.
041569     EXIT.
      
041570 3268-REVERTIR-CAMBIOS-LEER.
041571     READ ArchivoCambios NEXT RECORD
041572         AT END
041573             MOVE "S" TO Bandera-FinCambios
041574             GO TO 3268-REVERTIR-CAMBIOS-LEER-EXIT
041575     END-READ
      
041576     IF PERIODO-APLIC-CAMB NOT = PeriodoProceso
041577         IF Cambio-Aplicado
041578             AND PERIODO-RETRO-CAMB = PeriodoProceso
041579             MOVE "R" TO ESTADO-CAMB
041580             REWRITE REGISTRO-CAMBIO
041581                 INVALID KEY
041582                     DISPLAY "Error al revertir retro: ",
041583                         CEDULA-CAMB
041584                 NOT INVALID KEY
041585                     ADD 1 TO Contador-Rev-Cambios
041586             END-REWRITE
041587         END-IF
041588         GO TO 3268-REVERTIR-CAMBIOS-LEER-EXIT
041589     END-IF
      
041590* Los cambios de una cedula se leen por fecha efectiva; el
041591* salario anterior del primero es el que tenia el maestro
041592* antes del cierre.
041593     IF CEDULA-CAMB NOT = Cedula-Revertida-Camb
041594         MOVE CEDULA-CAMB TO Cedula-Revertida-Camb
041595         IF SALARIO-ANT-CAMB NOT NUMERIC
041596             OR SALARIO-ANT-CAMB = ZERO
041597             DISPLAY "Cambio sin salario anterior; revise el ",
041598                 "salario del maestro: ", CEDULA-CAMB
041599         ELSE
041600             PERFORM 3270-RESTAURAR-SALARIO
041601                 THRU 3270-RESTAURAR-SALARIO-EXIT
041602         END-IF
041603     END-IF
      
041604     MOVE "P" TO ESTADO-CAMB
041605     MOVE ZERO TO MONTO-RETRO-CAMB
041606     MOVE SPACES TO PERIODO-RETRO-CAMB
041607     MOVE SPACES TO PERIODO-APLIC-CAMB
041608     REWRITE REGISTRO-CAMBIO
041609         INVALID KEY
041610             DISPLAY "Error al revertir cambio: ", CEDULA-CAMB
041611         NOT INVALID KEY
041612             ADD 1 TO Contador-Rev-Cambios
041613     END-REWRITE.
041614 3268-REVERTIR-CAMBIOS-LEER-EXIT.
041615     EXIT.
      
041616******************************************************************
041617* 3269-MARCAR-REAPERTURA
041618* Deja el periodo reabierto (R) en PERIODOS con la fecha, el
041619* usuario y el motivo, y lo anota en la bitacora.
041620******************************************************************
041621 3269-MARCAR-REAPERTURA.
041622     MOVE PeriodoProceso TO PERIODO-CIERRE
041623     READ ArchivoPeriodos KEY IS PERIODO-CIERRE
041624         INVALID KEY
041625             DISPLAY "Error al leer el periodo en PERIODOS."
041626             MOVE "S" TO Bandera-PasoFallido
041627             GO TO 3269-MARCAR-REAPERTURA-EXIT
041628     END-READ
      
041629     MOVE "R" TO ESTADO-PERIODO
041630     MOVE Fecha-Reabrir TO FECHA-REAPERTURA
041631     MOVE Usuario-Actual TO USUARIO-REAPERTURA
041632     MOVE Motivo-Reabrir TO MOTIVO-REAPERTURA
041633     REWRITE REGISTRO-PERIODO
041634         INVALID KEY
041635             DISPLAY "Error al marcar el periodo."
041636             MOVE "S" TO Bandera-PasoFallido
041637     END-REWRITE
      
041638     MOVE SPACES TO CEDULA
041639     MOVE "REAPERTURA PERIODO" TO Campo-Bitacora
041640     MOVE SPACES TO ValorAnterior-Bitacora
041641     STRING "PERIODO " DELIMITED BY SIZE
041642            PeriodoProceso DELIMITED BY SIZE
041643            " CERRADO" DELIMITED BY SIZE
041644         INTO ValorAnterior-Bitacora
041645     END-STRING
041646     MOVE Motivo-Reabrir TO ValorNuevo-Bitacora
041647     PERFORM 2530-REGISTRAR-BITACORA
041648         THRU 2530-REGISTRAR-BITACORA-EXIT.
041649 3269-MARCAR-REAPERTURA-EXIT.
041650     EXIT.
      
041651******************************************************************
041652* 3270-RESTAURAR-SALARIO
041653* Devuelve al maestro el salario anterior guardado en el cambio
041654* salarial en proceso y lo anota en la bitacora.
041655******************************************************************
041656 3270-RESTAURAR-SALARIO.
041657     MOVE CEDULA-CAMB TO CEDULA
041658     READ ArchivoEmpleados KEY IS CEDULA
041659         INVALID KEY
041660             DISPLAY "Cambio sin empleado, se omite: ",
041661                 CEDULA-CAMB
041662             GO TO 3270-RESTAURAR-SALARIO-EXIT
041663     END-READ
      
041664     MOVE "SALARIO REVERTIDO" TO Campo-Bitacora
041665     MOVE Salario TO Monto-Edicion
041666     MOVE Monto-Edicion TO ValorAnterior-Bitacora
041667     MOVE SALARIO-ANT-CAMB TO Salario
041668     MOVE Salario TO Monto-Edicion
041669     MOVE Monto-Edicion TO ValorNuevo-Bitacora
041670     REWRITE EMPLEADO
041671         INVALID KEY
041672             DISPLAY "Error al restaurar salario: ", CEDULA
041673             GO TO 3270-RESTAURAR-SALARIO-EXIT
041674     END-REWRITE
041675     PERFORM 2530-REGISTRAR-BITACORA
041676         THRU 2530-REGISTRAR-BITACORA-EXIT.
041677 3270-RESTAURAR-SALARIO-EXIT.
041678     EXIT.
      
041679******************************************************************
041680* 3280-VERIFICAR-PRECIERRE
041681* Pide el periodo y genera el reporte PRECIERRE de verificacion
041682* previa al cierre, sin cerrar el periodo.
041683******************************************************************
041684 3280-VERIFICAR-PRECIERRE.
041685     DISPLAY "INGRESE EL PERIODO A VERIFICAR"
041686     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
041687     ACCEPT PeriodoProceso
      
041688     PERFORM 3281-EJECUTAR-PRECIERRE
041689         THRU 3281-EJECUTAR-PRECIERRE-EXIT.
041690 3280-VERIFICAR-PRECIERRE-EXIT.
041691     EXIT.
      
041692******************************************************************
041693* 3281-EJECUTAR-PRECIERRE
041694* Verifica que el periodo cargado en PeriodoProceso este listo
041695* para cerrarse y deja en PRECIERRE cada verificacion como
041696* APROBADA o FALLIDA, con su detalle:
041697*   1. Ningun cambio de NOVEDADES, PRESTAMOS o CAMBIOSAL quedo
041698*      en la bitacora despues del ultimo CALCULAR-TODOS del
041699*      periodo.
041700*   2. El trailer de PAGOBANCO cuadra en cantidad y monto con
041701*      la planilla que se va a cerrar.
041702*   3. La auditoria de calidad de datos no encuentra errores en
041703*      los empleados activos del grupo de pago.
041704*   4. Todo empleado activo del grupo tiene departamento valido
041705*      y cuenta bancaria.
041706* Enciende Precierre-Fallido si alguna falla. Lo comparten el
041707* cierre (3215-EJECUTAR-CIERRE), el submenu de periodos y el
041708* modo de ejecucion por lote (comando PRECIERRE p).
041709******************************************************************
041710 3281-EJECUTAR-PRECIERRE.
041711     MOVE "S" TO Bandera-PrecierreFallido
041712     PERFORM 3211-VALIDAR-PERIODO
041713         THRU 3211-VALIDAR-PERIODO-EXIT
041714     IF NOT Periodo-Valido
041715         GO TO 3281-EJECUTAR-PRECIERRE-EXIT
041716     END-IF
      
041717     OPEN OUTPUT ArchivoPrecierre
041718     IF Estado-ArchivoPrecierre NOT = "00"
041719         DISPLAY "No se pudo abrir el archivo PRECIERRE."
041720         GO TO 3281-EJECUTAR-PRECIERRE-EXIT
041721     END-IF
      
041722     MOVE ZERO TO Contador-Verif-Fallidas
041723     MOVE SPACES TO LineaPrecierre
041724     STRING "VERIFICACION PREVIA AL CIERRE DEL PERIODO "
041725                DELIMITED BY SIZE
041726            PeriodoProceso DELIMITED BY SIZE
041727         INTO LineaPrecierre
041728     END-STRING
041729     WRITE LineaPrecierre
041730     MOVE SPACES TO LineaPrecierre
041731     STRING "GRUPO DE PAGO: " DELIMITED BY SIZE
041732            Grupo-Periodo DELIMITED BY SIZE
041733            "   USUARIO: " DELIMITED BY SIZE
041734            Usuario-Actual DELIMITED BY SIZE
041735         INTO LineaPrecierre
041736     END-STRING
041737     WRITE LineaPrecierre
      
041738     PERFORM 3282-PRECIERRE-CAMBIOS
041739         THRU 3282-PRECIERRE-CAMBIOS-EXIT
041740     PERFORM 3285-PRECIERRE-PAGOBANCO
041741         THRU 3285-PRECIERRE-PAGOBANCO-EXIT
041742     PERFORM 3288-PRECIERRE-AUDITORIA
041743         THRU 3288-PRECIERRE-AUDITORIA-EXIT
041744     PERFORM 3290-PRECIERRE-DEPTO-CUENTA
041745         THRU 3290-PRECIERRE-DEPTO-CUENTA-EXIT
      
041746     MOVE SPACES TO LineaPrecierre
041747     WRITE LineaPrecierre
041748     MOVE "RESUMEN" TO LineaPrecierre
041749     WRITE LineaPrecierre
041750     PERFORM 3294-PRECIERRE-RESUMEN-LINEA
041751         THRU 3294-PRECIERRE-RESUMEN-LINEA-EXIT
041752         VARYING Ndx-Verificacion FROM 1 BY 1
041753         UNTIL Ndx-Verificacion > 4
      
041754     MOVE SPACES TO LineaPrecierre
041755     IF Contador-Verif-Fallidas = ZERO
041756         MOVE "N" TO Bandera-PrecierreFallido
041757         STRING "RESULTADO: PERIODO " DELIMITED BY SIZE
041758                PeriodoProceso DELIMITED BY SIZE
041759                " LISTO PARA EL CIERRE" DELIMITED BY SIZE
041760             INTO LineaPrecierre
041761         END-STRING
041762         DISPLAY "Periodo ", PeriodoProceso,
041763             " listo para el cierre."
041764     ELSE
041765         STRING "RESULTADO: PERIODO " DELIMITED BY SIZE
041766                PeriodoProceso DELIMITED BY SIZE
041767                " NO LISTO, VERIFICACIONES FALLIDAS: "
041768                    DELIMITED BY SIZE
041769                Contador-Verif-Fallidas DELIMITED BY SIZE
041770             INTO LineaPrecierre
041771         END-STRING
041772         DISPLAY "Periodo ", PeriodoProceso,
041773             " NO listo para el cierre. Verificaciones ",
041774             "fallidas: ", Contador-Verif-Fallidas
041775     END-IF
041776     WRITE LineaPrecierre
      
041777     CLOSE ArchivoPrecierre
041778     DISPLAY "Reporte de verificacion generado en PRECIERRE.".
041779 3281-EJECUTAR-PRECIERRE-EXIT.
041780     EXIT.
      
041781******************************************************************
041782* 3282-PRECIERRE-CAMBIOS
041783* Verificacion 1: recorre la bitacora buscando el ultimo
041784* CALCULO PLANILLA del periodo y los cambios de novedades del
041785* periodo, de prestamos y de cambios salariales programados de
041786* empleados del grupo anotados despues de el. La bitacora se
041787* cierra para leerla y se reabre en extension al terminar.
041788******************************************************************
041789 3282-PRECIERRE-CAMBIOS.
041790     MOVE 1 TO Ndx-Verificacion
041791     MOVE "SIN CAMBIOS DESPUES DEL ULTIMO CALCULAR-TODOS"
041792         TO Nombre-Verificacion
041793     PERFORM 3292-PRECIERRE-TITULO
041794         THRU 3292-PRECIERRE-TITULO-EXIT
      
041795     MOVE "N" TO Bandera-CalculoHallado
041796     MOVE ZERO TO Cantidad-Cambios-Pre
041797     MOVE ZERO TO Contador-Fallas-Verif
041798     MOVE "N" TO Bandera-FinBitacora
041799     CLOSE ArchivoBitacora
041800     OPEN INPUT ArchivoBitacora
041801     IF Estado-ArchivoBitacora = "00"
041802         PERFORM 3283-PRECIERRE-CAMBIOS-LEER
041803             THRU 3283-PRECIERRE-CAMBIOS-LEER-EXIT
041804             UNTIL Fin-Bitacora
041805         CLOSE ArchivoBitacora
041806     ELSE
041807         MOVE "  NO SE PUDO LEER EL ARCHIVO BITACORA."
041808             TO LineaPrecierre
041809         WRITE LineaPrecierre
041810     END-IF
041811     PERFORM 4966-REABRIR-BITACORA
041812         THRU 4966-REABRIR-BITACORA-EXIT
      
041813     MOVE SPACES TO LineaPrecierre
041814     IF NOT Calculo-Hallado
041815         MOVE "S" TO Bandera-VerifFallida
041816         MOVE "  NO HAY CALCULAR-TODOS DEL PERIODO."
041817             TO LineaPrecierre
041818         WRITE LineaPrecierre
041819     ELSE
041820         STRING "  ULTIMO CALCULAR-TODOS: " DELIMITED BY SIZE
041821                FechaHora-Calculo (1:8) DELIMITED BY SIZE
041822                " " DELIMITED BY SIZE
041823                FechaHora-Calculo (9:6) DELIMITED BY SIZE
041824                " USUARIO: " DELIMITED BY SIZE
041825                Usuario-Calculo DELIMITED BY SIZE
041826             INTO LineaPrecierre
041827         END-STRING
041828         WRITE LineaPrecierre
041829         IF Contador-Fallas-Verif > ZERO
041830             MOVE "S" TO Bandera-VerifFallida
041831             MOVE Contador-Fallas-Verif TO Contador-Edicion-Calc
041832             MOVE SPACES TO LineaPrecierre
041833             STRING "  CAMBIOS POSTERIORES AL CALCULO: "
041834                        DELIMITED BY SIZE
041835                    Contador-Edicion-Calc DELIMITED BY SIZE
041836                 INTO LineaPrecierre
041837             END-STRING
041838             WRITE LineaPrecierre
041839             PERFORM 3284-PRECIERRE-CAMBIO-LINEA
041840                 THRU 3284-PRECIERRE-CAMBIO-LINEA-EXIT
041841                 VARYING Ndx-Cambio-Pre FROM 1 BY 1
041842                 UNTIL Ndx-Cambio-Pre > Cantidad-Cambios-Pre
041843             IF Contador-Fallas-Verif > Cantidad-Cambios-Pre
041844                 MOVE "  (SE LISTAN LOS PRIMEROS 20 CAMBIOS)"
041845                     TO LineaPrecierre
041846                 WRITE LineaPrecierre
041847             END-IF
041848         END-IF
041849     END-IF
      
041850     PERFORM 3293-PRECIERRE-RESULTADO
041851         THRU 3293-PRECIERRE-RESULTADO-EXIT.
041852 3282-PRECIERRE-CAMBIOS-EXIT.
041853     EXIT.
      
041854 3283-PRECIERRE-CAMBIOS-LEER.
041855     READ ArchivoBitacora INTO Consulta-Bitacora
041856         AT END
041857             MOVE "S" TO Bandera-FinBitacora
041858             GO TO 3283-PRECIERRE-CAMBIOS-LEER-EXIT
041859     END-READ
      
041860* Un calculo posterior deja sin efecto los cambios anteriores:
041861* la bitacora esta en orden cronologico.
041862     IF Campo-Cons-Bit = "CALCULO PLANILLA"
041863         IF Anterior-Cons-Bit (1:8) = PeriodoProceso
041864             MOVE "S" TO Bandera-CalculoHallado
041865             MOVE FechaHora-Cons-Bit (1:14) TO FechaHora-Calculo
041866             MOVE Usuario-Cons-Bit TO Usuario-Calculo
041867             MOVE ZERO TO Cantidad-Cambios-Pre
041868             MOVE ZERO TO Contador-Fallas-Verif
041869         END-IF
041870         GO TO 3283-PRECIERRE-CAMBIOS-LEER-EXIT
041871     END-IF
      
041872     MOVE "N" TO Bandera-CambioPosterior
041873     EVALUATE TRUE
041874         WHEN Campo-Cons-Bit = "NOVEDAD"
041875             IF Anterior-Cons-Bit (1:8) = PeriodoProceso
041876                 MOVE "S" TO Bandera-CambioPosterior
041877             END-IF
041878         WHEN Campo-Cons-Bit (1:8) = "PRESTAMO"
041879           OR Campo-Cons-Bit = "SALARIO PROGRAMADO"
041880             MOVE Cedula-Cons-Bit TO CEDULA
041881             READ ArchivoEmpleados KEY IS CEDULA
041882                 INVALID KEY
041883                     CONTINUE
041884                 NOT INVALID KEY
041885                     PERFORM 3207-EMPLEADO-DEL-GRUPO
041886                         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
041887                     IF Empleado-En-Grupo
041888                         MOVE "S" TO Bandera-CambioPosterior
041889                     END-IF
041890             END-READ
041891         WHEN OTHER
041892             CONTINUE
041893     END-EVALUATE
041894     IF NOT Cambio-Posterior
041895         GO TO 3283-PRECIERRE-CAMBIOS-LEER-EXIT
041896     END-IF
      
041897     ADD 1 TO Contador-Fallas-Verif
041898     IF Cantidad-Cambios-Pre < 20
041899         ADD 1 TO Cantidad-Cambios-Pre
041900         MOVE Cedula-Cons-Bit TO
041901             Cedula-Cambio-Pre (Cantidad-Cambios-Pre)
041902         MOVE Campo-Cons-Bit TO
041903             Campo-Cambio-Pre (Cantidad-Cambios-Pre)
041904         MOVE Nuevo-Cons-Bit TO
041905             Valor-Cambio-Pre (Cantidad-Cambios-Pre)
041906         MOVE Fecha-Cons-Bit TO
041907             Fecha-Cambio-Pre (Cantidad-Cambios-Pre)
041908         MOVE Hora-Cons-Bit TO
041909             Hora-Cambio-Pre (Cantidad-Cambios-Pre)
041910         MOVE Usuario-Cons-Bit TO
041911             Usuario-Cambio-Pre (Cantidad-Cambios-Pre)
041912     END-IF.
041913 3283-PRECIERRE-CAMBIOS-LEER-EXIT.
041914     EXIT.
      
041915 3284-PRECIERRE-CAMBIO-LINEA.
041916     MOVE SPACES TO LineaPrecierre
041917     MOVE Fecha-Cambio-Pre (Ndx-Cambio-Pre)
041918         TO LineaPrecierre (3:8)
041919     MOVE Hora-Cambio-Pre (Ndx-Cambio-Pre)
041920         TO LineaPrecierre (12:6)
041921     MOVE Usuario-Cambio-Pre (Ndx-Cambio-Pre)
041922         TO LineaPrecierre (19:8)
041923     MOVE Cedula-Cambio-Pre (Ndx-Cambio-Pre)
041924         TO LineaPrecierre (28:10)
041925     MOVE Campo-Cambio-Pre (Ndx-Cambio-Pre)
041926         TO LineaPrecierre (39:20)
041927     MOVE Valor-Cambio-Pre (Ndx-Cambio-Pre)
041928         TO LineaPrecierre (60:30)
041929     WRITE LineaPrecierre.
041930 3284-PRECIERRE-CAMBIO-LINEA-EXIT.
041931     EXIT.
      
041932******************************************************************
041933* 3285-PRECIERRE-PAGOBANCO
041934* Verificacion 2: compara el trailer del PAGOBANCO generado
041935* con la cantidad y el monto que pagaria la planilla a cerrar,
041936* con las mismas reglas de 3301-GENERAR-PAGOS-LEER. Un
041937* PAGOBANCO sin periodo en el trailer se genero para todos los
041938* grupos y se compara contra todos los grupos.
041939******************************************************************
041940 3285-PRECIERRE-PAGOBANCO.
041941     MOVE 2 TO Ndx-Verificacion
041942     MOVE "PAGOBANCO CUADRA CON LA PLANILLA A CERRAR"
041943         TO Nombre-Verificacion
041944     PERFORM 3292-PRECIERRE-TITULO
041945         THRU 3292-PRECIERRE-TITULO-EXIT
      
041946     MOVE "N" TO Bandera-TrailerHallado
041947     MOVE ZERO TO Cantidad-Pagos-Arch
041948     MOVE ZERO TO Total-Pagos-Arch
041949     MOVE SPACES TO Periodo-Pagos-Arch
041950     OPEN INPUT ArchivoPagos
041951     IF Estado-ArchivoPagos = "00"
041952         MOVE "N" TO Bandera-FinArchivo
041953         PERFORM 3286-PRECIERRE-PAGOBANCO-LEER
041954             THRU 3286-PRECIERRE-PAGOBANCO-LEER-EXIT
041955             UNTIL Fin-Archivo
041956         CLOSE ArchivoPagos
041957     END-IF
      
041958     MOVE ZERO TO Contador-Pagos-Plan
041959     MOVE ZERO TO Total-Pagos-Plan
041960     MOVE "N" TO Bandera-FinArchivo
041961     MOVE LOW-VALUES TO CEDULA
041962     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
041963         INVALID KEY
041964             MOVE "S" TO Bandera-FinArchivo
041965     END-START
041966     PERFORM 3287-PRECIERRE-PLANILLA-LEER
041967         THRU 3287-PRECIERRE-PLANILLA-LEER-EXIT
041968         UNTIL Fin-Archivo
      
041969     IF NOT Trailer-Hallado
041970         MOVE "S" TO Bandera-VerifFallida
041971         MOVE "  NO SE ENCONTRO PAGOBANCO CON SU TRAILER."
041972             TO LineaPrecierre
041973         WRITE LineaPrecierre
041974     ELSE
041975         MOVE Cantidad-Pagos-Arch TO Contador-Edicion-Calc
041976         MOVE Total-Pagos-Arch TO Monto-Edicion-Total
041977         MOVE SPACES TO LineaPrecierre
041978         STRING "  PAGOBANCO : PAGOS " DELIMITED BY SIZE
041979                Contador-Edicion-Calc DELIMITED BY SIZE
041980                "  MONTO " DELIMITED BY SIZE
041981                Monto-Edicion-Total DELIMITED BY SIZE
041982                "  PERIODO " DELIMITED BY SIZE
041983                Periodo-Pagos-Arch DELIMITED BY SIZE
041984             INTO LineaPrecierre
041985         END-STRING
041986         WRITE LineaPrecierre
041987         IF Periodo-Pagos-Arch = SPACES
041988             MOVE "  (PAGOBANCO GENERADO PARA TODOS LOS GRUPOS)"
041989                 TO LineaPrecierre
041990             WRITE LineaPrecierre
041991         ELSE
041992             IF Periodo-Pagos-Arch NOT = PeriodoProceso
041993                 MOVE "S" TO Bandera-VerifFallida
041994                 MOVE "  EL PAGOBANCO ES DE OTRO PERIODO."
041995                     TO LineaPrecierre
041996                 WRITE LineaPrecierre
041997             END-IF
041998         END-IF
041999     END-IF
      
042000     MOVE Contador-Pagos-Plan TO Contador-Edicion-Calc
042001     MOVE Total-Pagos-Plan TO Monto-Edicion-Total
042002     MOVE SPACES TO LineaPrecierre
042003     STRING "  PLANILLA  : PAGOS " DELIMITED BY SIZE
042004            Contador-Edicion-Calc DELIMITED BY SIZE
042005            "  MONTO " DELIMITED BY SIZE
042006            Monto-Edicion-Total DELIMITED BY SIZE
042007         INTO LineaPrecierre
042008     END-STRING
042009     WRITE LineaPrecierre
      
042010     IF Trailer-Hallado
042011         IF Cantidad-Pagos-Arch NOT = Contador-Pagos-Plan
042012             MOVE "S" TO Bandera-VerifFallida
042013             MOVE "  LA CANTIDAD DE PAGOS NO CUADRA."
042014                 TO LineaPrecierre
042015             WRITE LineaPrecierre
042016         END-IF
042017         IF Total-Pagos-Arch NOT = Total-Pagos-Plan
042018             MOVE "S" TO Bandera-VerifFallida
042019             MOVE "  EL MONTO TOTAL NO CUADRA."
042020                 TO LineaPrecierre
042021             WRITE LineaPrecierre
042022         END-IF
042023     END-IF
      
042024     PERFORM 3293-PRECIERRE-RESULTADO
042025         THRU 3293-PRECIERRE-RESULTADO-EXIT.
042026 3285-PRECIERRE-PAGOBANCO-EXIT.
042027     EXIT.
      
042028 3286-PRECIERRE-PAGOBANCO-LEER.
042029     READ ArchivoPagos INTO Registro-Pago-Entrada
042030         AT END
042031             MOVE "S" TO Bandera-FinArchivo
042032             GO TO 3286-PRECIERRE-PAGOBANCO-LEER-EXIT
042033     END-READ
042034     IF Tipo-Pago-Entrada = "T"
042035         MOVE "S" TO Bandera-TrailerHallado
042036         MOVE Cantidad-Trailer-Ent TO Cantidad-Pagos-Arch
042037         MOVE Total-Trailer-Ent TO Total-Pagos-Arch
042038         MOVE Periodo-Trailer-Ent TO Periodo-Pagos-Arch
042039     END-IF.
042040 3286-PRECIERRE-PAGOBANCO-LEER-EXIT.
042041     EXIT.
      
042042 3287-PRECIERRE-PLANILLA-LEER.
042043     READ ArchivoEmpleados NEXT RECORD
042044         AT END
042045             MOVE "S" TO Bandera-FinArchivo
042046             GO TO 3287-PRECIERRE-PLANILLA-LEER-EXIT
042047     END-READ
042048     IF Empleado-Inactivo
042049         GO TO 3287-PRECIERRE-PLANILLA-LEER-EXIT
042050     END-IF
042051     IF NOT Trailer-Hallado
042052         OR Periodo-Pagos-Arch NOT = SPACES
042053         PERFORM 3207-EMPLEADO-DEL-GRUPO
042054             THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
042055         IF NOT Empleado-En-Grupo
042056             GO TO 3287-PRECIERRE-PLANILLA-LEER-EXIT
042057         END-IF
042058     END-IF
042059     IF CuentaEmpleado = SPACES
042060         OR SalarioNeto NOT > ZERO
042061         OR Cuenta-Rechazada
042062         GO TO 3287-PRECIERRE-PLANILLA-LEER-EXIT
042063     END-IF
042064     ADD 1 TO Contador-Pagos-Plan
042065     ADD SalarioNeto TO Total-Pagos-Plan.
042066 3287-PRECIERRE-PLANILLA-LEER-EXIT.
042067     EXIT.
      
042068******************************************************************
042069* 3288-PRECIERRE-AUDITORIA
042070* Verificacion 3: aplica las ediciones de 3702-AUDITAR-REGISTRO
042071* a los empleados activos del grupo; cada edicion fallida queda
042072* en PRECIERRE en lugar de AUDITORIA.
042073******************************************************************
042074 3288-PRECIERRE-AUDITORIA.
042075     MOVE 3 TO Ndx-Verificacion
042076     MOVE "AUDITORIA DE CALIDAD SIN ERRORES EN EMPLEADOS ACTIVOS"
042077         TO Nombre-Verificacion
042078     PERFORM 3292-PRECIERRE-TITULO
042079         THRU 3292-PRECIERRE-TITULO-EXIT
      
042080     MOVE ZERO TO Contador-Aud-Leidos
042081     MOVE ZERO TO Contador-Aud-Malos
042082     MOVE ZERO TO Cont-Err-Cedula
042083     MOVE ZERO TO Cont-Err-Nombre
042084     MOVE ZERO TO Cont-Err-Salario
042085     MOVE ZERO TO Cont-Err-DedImp
042086     MOVE ZERO TO Cont-Err-DedSeg
042087     MOVE ZERO TO Cont-Err-Exceso
042088     MOVE ZERO TO Cont-Err-Neto
      
042089     MOVE "S" TO Bandera-AudPrecierre
042090     MOVE "N" TO Bandera-FinArchivo
042091     MOVE LOW-VALUES TO CEDULA
042092     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
042093         INVALID KEY
042094             MOVE "S" TO Bandera-FinArchivo
042095     END-START
042096     PERFORM 3289-PRECIERRE-AUDITORIA-LEER
042097         THRU 3289-PRECIERRE-AUDITORIA-LEER-EXIT
042098         UNTIL Fin-Archivo
042099     MOVE "N" TO Bandera-AudPrecierre
      
042100     MOVE Contador-Aud-Leidos TO Contador-Edicion-Calc
042101     MOVE SPACES TO LineaPrecierre
042102     STRING "  EMPLEADOS ACTIVOS AUDITADOS: " DELIMITED BY SIZE
042103            Contador-Edicion-Calc DELIMITED BY SIZE
042104         INTO LineaPrecierre
042105     END-STRING
042106     WRITE LineaPrecierre
042107     MOVE Contador-Aud-Malos TO Contador-Edicion-Calc
042108     MOVE SPACES TO LineaPrecierre
042109     STRING "  EMPLEADOS CON ERRORES      : " DELIMITED BY SIZE
042110            Contador-Edicion-Calc DELIMITED BY SIZE
042111         INTO LineaPrecierre
042112     END-STRING
042113     WRITE LineaPrecierre
042114     IF Contador-Aud-Malos > ZERO
042115         MOVE "S" TO Bandera-VerifFallida
042116     END-IF
      
042117     PERFORM 3293-PRECIERRE-RESULTADO
042118         THRU 3293-PRECIERRE-RESULTADO-EXIT.
042119 3288-PRECIERRE-AUDITORIA-EXIT.
042120     EXIT.
      
042121 3289-PRECIERRE-AUDITORIA-LEER.
042122     READ ArchivoEmpleados NEXT RECORD
042123         AT END
042124             MOVE "S" TO Bandera-FinArchivo
042125             GO TO 3289-PRECIERRE-AUDITORIA-LEER-EXIT
042126     END-READ
042127     IF NOT Empleado-Activo
042128         GO TO 3289-PRECIERRE-AUDITORIA-LEER-EXIT
042129     END-IF
042130     PERFORM 3207-EMPLEADO-DEL-GRUPO
042131         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
042132     IF NOT Empleado-En-Grupo
042133         GO TO 3289-PRECIERRE-AUDITORIA-LEER-EXIT
042134     END-IF
042135     ADD 1 TO Contador-Aud-Leidos
042136     PERFORM 3702-AUDITAR-REGISTRO
042137         THRU 3702-AUDITAR-REGISTRO-EXIT.
042138 3289-PRECIERRE-AUDITORIA-LEER-EXIT.
042139     EXIT.
      
042140******************************************************************
042141* 3290-PRECIERRE-DEPTO-CUENTA
042142* Verificacion 4: cada empleado activo del grupo debe tener un
042143* departamento que exista en DEPTOS y banco y cuenta sin
042144* rechazo del banco.
042145******************************************************************
042146 3290-PRECIERRE-DEPTO-CUENTA.
042147     MOVE 4 TO Ndx-Verificacion
042148     MOVE "EMPLEADOS ACTIVOS CON DEPARTAMENTO Y CUENTA VALIDOS"
042149         TO Nombre-Verificacion
042150     PERFORM 3292-PRECIERRE-TITULO
042151         THRU 3292-PRECIERRE-TITULO-EXIT
      
042152     MOVE ZERO TO Contador-Fallas-Verif
042153     MOVE "N" TO Bandera-FinArchivo
042154     MOVE LOW-VALUES TO CEDULA
042155     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
042156         INVALID KEY
042157             MOVE "S" TO Bandera-FinArchivo
042158     END-START
042159     PERFORM 3291-PRECIERRE-DEPTO-CUENTA-LEER
042160         THRU 3291-PRECIERRE-DEPTO-CUENTA-LEER-EXIT
042161         UNTIL Fin-Archivo
      
042162     MOVE Contador-Fallas-Verif TO Contador-Edicion-Calc
042163     MOVE SPACES TO LineaPrecierre
042164     STRING "  OBSERVACIONES: " DELIMITED BY SIZE
042165            Contador-Edicion-Calc DELIMITED BY SIZE
042166         INTO LineaPrecierre
042167     END-STRING
042168     WRITE LineaPrecierre
042169     IF Contador-Fallas-Verif > ZERO
042170         MOVE "S" TO Bandera-VerifFallida
042171     END-IF
      
042172     PERFORM 3293-PRECIERRE-RESULTADO
042173         THRU 3293-PRECIERRE-RESULTADO-EXIT.
042174 3290-PRECIERRE-DEPTO-CUENTA-EXIT.
042175     EXIT.
      
042176 3291-PRECIERRE-DEPTO-CUENTA-LEER.
042177     READ ArchivoEmpleados NEXT RECORD
042178         AT END
042179             MOVE "S" TO Bandera-FinArchivo
042180             GO TO 3291-PRECIERRE-DEPTO-CUENTA-LEER-EXIT
042181     END-READ
042182     IF NOT Empleado-Activo
042183         GO TO 3291-PRECIERRE-DEPTO-CUENTA-LEER-EXIT
042184     END-IF
042185     PERFORM 3207-EMPLEADO-DEL-GRUPO
042186         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
042187     IF NOT Empleado-En-Grupo
042188         GO TO 3291-PRECIERRE-DEPTO-CUENTA-LEER-EXIT
042189     END-IF
      
042190     MOVE CodigoDepartamento TO DeptoBusca
042191     PERFORM 3520-VALIDAR-DEPARTAMENTO
042192         THRU 3520-VALIDAR-DEPARTAMENTO-EXIT
042193     IF NOT Depto-Valido
042194         ADD 1 TO Contador-Fallas-Verif
042195         MOVE SPACES TO LineaPrecierre
042196         STRING "  " DELIMITED BY SIZE
042197                CEDULA DELIMITED BY SIZE
042198                "  DEPARTAMENTO " DELIMITED BY SIZE
042199                CodigoDepartamento DELIMITED BY SIZE
042200                " NO EXISTE EN DEPTOS" DELIMITED BY SIZE
042201             INTO LineaPrecierre
042202         END-STRING
042203         WRITE LineaPrecierre
042204     END-IF
      
042205     MOVE SPACES TO Descripcion-Error
042206     IF BancoEmpleado = SPACES
042207         OR CuentaEmpleado = SPACES
042208         MOVE "SIN BANCO O CUENTA BANCARIA" TO Descripcion-Error
042209     ELSE
042210         IF Cuenta-Rechazada
042211             MOVE "CUENTA RECHAZADA POR EL BANCO"
042212                 TO Descripcion-Error
042213         END-IF
042214     END-IF
042215     IF Descripcion-Error NOT = SPACES
042216         ADD 1 TO Contador-Fallas-Verif
042217         MOVE SPACES TO LineaPrecierre
042218         STRING "  " DELIMITED BY SIZE
042219                CEDULA DELIMITED BY SIZE
042220                "  " DELIMITED BY SIZE
042221                Descripcion-Error DELIMITED BY SIZE
042222             INTO LineaPrecierre
042223         END-STRING
042224         WRITE LineaPrecierre
042225     END-IF.
042226 3291-PRECIERRE-DEPTO-CUENTA-LEER-EXIT.
042227     EXIT.
      
042228 3292-PRECIERRE-TITULO.
042229     MOVE "N" TO Bandera-VerifFallida
042230     MOVE SPACES TO LineaPrecierre
042231     WRITE LineaPrecierre
042232     STRING Ndx-Verificacion DELIMITED BY SIZE
042233            ". " DELIMITED BY SIZE
042234            Nombre-Verificacion DELIMITED BY SIZE
042235         INTO LineaPrecierre
042236     END-STRING
042237     WRITE LineaPrecierre.
042238 3292-PRECIERRE-TITULO-EXIT.
042239     EXIT.
      
042240 3293-PRECIERRE-RESULTADO.
042241     MOVE Nombre-Verificacion TO Nombre-Verif (Ndx-Verificacion)
042242     IF Verificacion-Fallida
042243         MOVE "FALLIDA" TO Resultado-Verif (Ndx-Verificacion)
042244         ADD 1 TO Contador-Verif-Fallidas
042245     ELSE
042246         MOVE "APROBADA" TO Resultado-Verif (Ndx-Verificacion)
042247     END-IF
042248     MOVE SPACES TO LineaPrecierre
042249     STRING "  RESULTADO: " DELIMITED BY SIZE
042250            Resultado-Verif (Ndx-Verificacion) DELIMITED BY SIZE
042251         INTO LineaPrecierre
042252     END-STRING
042253     WRITE LineaPrecierre
042254     DISPLAY "Verificacion ", Ndx-Verificacion, ": ",
042255         Resultado-Verif (Ndx-Verificacion).
042256 3293-PRECIERRE-RESULTADO-EXIT.
042257     EXIT.
      
042258 3294-PRECIERRE-RESUMEN-LINEA.
042259     MOVE SPACES TO LineaPrecierre
042260     MOVE Ndx-Verificacion TO LineaPrecierre (3:1)
042261     MOVE "." TO LineaPrecierre (4:1)
042262     MOVE Nombre-Verif (Ndx-Verificacion) TO LineaPrecierre (6:60)
042263     MOVE Resultado-Verif (Ndx-Verificacion)
042264         TO LineaPrecierre (67:8)
042265     WRITE LineaPrecierre.
042266 3294-PRECIERRE-RESUMEN-LINEA-EXIT.
042267     EXIT.
      
042268******************************************************************
042269* 3295-OMITIR-PRECIERRE
042270* Permite al supervisor cerrar un periodo que no paso la
042271* verificacion previa, con confirmacion y motivo obligatorio;
042272* la omision queda en la bitacora (OMITE PRECIERRE). En lote
042273* no se ofrece: el cierre falla.
042274******************************************************************
042275 3295-OMITIR-PRECIERRE.
042276     MOVE "N" TO Bandera-PrecierreOmitido
042277     DISPLAY "El periodo no paso la verificacion previa al"
042278     DISPLAY "cierre (detalle en PRECIERRE)."
042279     DISPLAY "Digite S para cerrar de todos modos:"
042280     ACCEPT OPCION
042281     IF OPCION NOT = "S"
042282         GO TO 3295-OMITIR-PRECIERRE-EXIT
042283     END-IF
      
042284     DISPLAY "Digite el motivo para omitir la verificacion:"
042285     MOVE SPACES TO Motivo-Omision-Pre
042286     ACCEPT Motivo-Omision-Pre
042287     IF Motivo-Omision-Pre = SPACES
042288         DISPLAY "El motivo es obligatorio."
042289         GO TO 3295-OMITIR-PRECIERRE-EXIT
042290     END-IF
      
042291     MOVE "S" TO Bandera-PrecierreOmitido
042292     MOVE SPACES TO CEDULA
042293     MOVE "OMITE PRECIERRE" TO Campo-Bitacora
042294     MOVE PeriodoProceso TO ValorAnterior-Bitacora
042295     MOVE Motivo-Omision-Pre TO ValorNuevo-Bitacora
042296     PERFORM 2530-REGISTRAR-BITACORA
042297         THRU 2530-REGISTRAR-BITACORA-EXIT.
042298 3295-OMITIR-PRECIERRE-EXIT.
042299     EXIT.
      
042300******************************************************************
042301* 3300-GENERAR-PAGOS-BANCO
042302* Genera el archivo de pagos PAGOBANCO para el banco: una linea
042303* de credito por empleado con banco, cuenta y salario neto, y
042304* un trailer con la cantidad de registros y el monto total, que
042305* debe cuadrar con el TOTAL SALARIO NETO del reporte PLANILLA.
042306* Los empleados sin cuenta o con neto no positivo se omiten y
042307* se reportan en pantalla. Con un periodo en PeriodoProceso
042308* solo se pagan los empleados del grupo de pago de ese periodo
042309* y el trailer lleva el periodo; en blanco se pagan todos.
042310******************************************************************
042311 3300-GENERAR-PAGOS-BANCO.
042312     MOVE SPACE TO Grupo-Periodo
042313     IF PeriodoProceso NOT = SPACES
042314         PERFORM 3211-VALIDAR-PERIODO
042315             THRU 3211-VALIDAR-PERIODO-EXIT
042316         IF NOT Periodo-Valido
042317             MOVE "S" TO Bandera-PasoFallido
042318             GO TO 3300-GENERAR-PAGOS-BANCO-EXIT
042319         END-IF
042320     END-IF
      
042321     OPEN OUTPUT ArchivoPagos
042322     IF Estado-ArchivoPagos NOT = "00"
042323         DISPLAY "No se pudo abrir el archivo PAGOBANCO."
042324         MOVE "S" TO Bandera-PasoFallido
042325         GO TO 3300-GENERAR-PAGOS-BANCO-EXIT
042326     END-IF
      
042327     MOVE ZERO TO Contador-Pagos
042328     MOVE ZERO TO Contador-Omitidos-Pago
042329     MOVE ZERO TO Total-Monto-Pagos
      
042330     MOVE "N" TO Bandera-FinArchivo
042331     MOVE LOW-VALUES TO CEDULA
042332     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
042333         INVALID KEY
042334             MOVE "S" TO Bandera-FinArchivo
042335     END-START
      
042336     PERFORM 3301-GENERAR-PAGOS-LEER
042337         THRU 3301-GENERAR-PAGOS-LEER-EXIT
042338         UNTIL Fin-Archivo
      
042339     MOVE Contador-Pagos TO Cantidad-Pagos
042340     MOVE Total-Monto-Pagos TO Total-Pagos
042341     MOVE PeriodoProceso TO Periodo-Trailer
042342     WRITE LineaPago FROM Trailer-Pago
      
042343     CLOSE ArchivoPagos
      
042344     MOVE Contador-Pagos TO Contador-Edicion-Calc
042345     DISPLAY "Pagos generados       : ", Contador-Edicion-Calc
042346     MOVE Contador-Omitidos-Pago TO Contador-Edicion-Calc
042347     DISPLAY "Empleados omitidos    : ", Contador-Edicion-Calc
042348     MOVE Total-Monto-Pagos TO Monto-Edicion-Total
042349     DISPLAY "Monto total acreditado: ", Monto-Edicion-Total
042350     IF Fecha-Pago-Periodo NOT = SPACES
042351         AND PeriodoProceso NOT = SPACES
042352         DISPLAY "Fecha de pago del periodo: ", Fecha-Pago-Periodo
042353     END-IF
042354     DISPLAY "Archivo de pagos generado en PAGOBANCO.".
042355 3300-GENERAR-PAGOS-BANCO-EXIT.
042356     EXIT.
      
042357******************************************************************
042358* 3305-PAGOS-BANCO-PERIODO
042359* Pide el periodo cuyo grupo de pago se va a pagar y genera
042360* PAGOBANCO; sin periodo se pagan todos los grupos.
042361******************************************************************
042362 3305-PAGOS-BANCO-PERIODO.
042363     DISPLAY "INGRESE EL PERIODO A PAGAR (AAAAMM-Q, AAAAMM-M O"
042364     DISPLAY "AAAAMMSn), O ENTER PARA TODOS LOS GRUPOS:"
042365     MOVE SPACES TO PeriodoProceso
042366     ACCEPT PeriodoProceso
042367     PERFORM 3300-GENERAR-PAGOS-BANCO
042368         THRU 3300-GENERAR-PAGOS-BANCO-EXIT.
042369 3305-PAGOS-BANCO-PERIODO-EXIT.
042370     EXIT.
      
042371 3301-GENERAR-PAGOS-LEER.
042372     READ ArchivoEmpleados NEXT RECORD
042373         AT END
042374             MOVE "S" TO Bandera-FinArchivo
042375         NOT AT END
042376             PERFORM 3207-EMPLEADO-DEL-GRUPO
042377                 THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
042378             IF Empleado-Inactivo OR NOT Empleado-En-Grupo
042379                 CONTINUE
042380             ELSE
042381                 IF CuentaEmpleado = SPACES
042382                     OR SalarioNeto NOT > ZERO
042383                     OR Cuenta-Rechazada
042384                     ADD 1 TO Contador-Omitidos-Pago
042385                     DISPLAY "Omitido del pago (sin cuenta, ",
042386                         "cuenta rechazada o sin neto): ",
042387                         CEDULA
042388                 ELSE
042389                     MOVE CEDULA TO Cedula-Pago
042390                     MOVE BancoEmpleado TO Banco-Pago
042391                     MOVE CuentaEmpleado TO Cuenta-Pago
042392                     MOVE SalarioNeto TO Monto-Pago
042393                     WRITE LineaPago FROM Detalle-Pago
042394                     ADD 1 TO Contador-Pagos
042395                     ADD SalarioNeto TO Total-Monto-Pagos
042396                 END-IF
042397             END-IF
042398     END-READ.
042399 3301-GENERAR-PAGOS-LEER-EXIT.
042400     EXIT.
      
042401******************************************************************
042402* 3400-MENU-COLILLAS
042403* Submenu de colillas de pago: imprime la colilla individual de
042404* cada empleado al archivo COLILLAS, ya sea de toda la planilla
042405* o de una sola cedula (reimpresion).
042406******************************************************************
042407 3400-MENU-COLILLAS.
042408     DISPLAY "[1] Colillas de toda la planilla"
042409     DISPLAY "[2] Colilla de una cedula"
042410     DISPLAY "[3] Volver al menu principal"
042411     ACCEPT OPCION
      
042412     EVALUATE OPCION
042413         WHEN "1"
042414             PERFORM 3410-COLILLAS-TODAS
042415                 THRU 3410-COLILLAS-TODAS-EXIT
042416         WHEN "2"
042417             PERFORM 3420-COLILLA-INDIVIDUAL
042418                 THRU 3420-COLILLA-INDIVIDUAL-EXIT
042419         WHEN "3"
042420             CONTINUE
042421         WHEN OTHER
042422             DISPLAY "Opcion invalida. Intente de nuevo."
042423     END-EVALUATE.
042424 3400-MENU-COLILLAS-EXIT.
042425     EXIT.
      
042426******************************************************************
042427* 3410-COLILLAS-TODAS
042428* Imprime en COLILLAS una colilla por cada empleado del archivo
042429* maestro para el periodo indicado.
042430******************************************************************
042431 3410-COLILLAS-TODAS.
042432     DISPLAY "INGRESE EL PERIODO DE LA COLILLA"
042433     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
042434     ACCEPT PeriodoProceso
      
042435     PERFORM 3415-EJECUTAR-COLILLAS
042436         THRU 3415-EJECUTAR-COLILLAS-EXIT.
042437 3410-COLILLAS-TODAS-EXIT.
042438     EXIT.
      
042439******************************************************************
042440* 3415-EJECUTAR-COLILLAS
042441* Imprime las colillas de toda la planilla para el periodo
042442* cargado en PeriodoProceso. Lo comparten el submenu de
042443* colillas y el modo de ejecucion por lote (comando COLILLAS).
042444******************************************************************
042445 3415-EJECUTAR-COLILLAS.
042446     PERFORM 3211-VALIDAR-PERIODO
042447         THRU 3211-VALIDAR-PERIODO-EXIT
042448     IF NOT Periodo-Valido
042449         MOVE "S" TO Bandera-PasoFallido
042450         GO TO 3415-EJECUTAR-COLILLAS-EXIT
042451     END-IF
      
042452     OPEN OUTPUT ArchivoColillas
042453     IF Estado-ArchivoColillas NOT = "00"
042454         DISPLAY "No se pudo abrir el archivo COLILLAS."
042455         MOVE "S" TO Bandera-PasoFallido
042456         GO TO 3415-EJECUTAR-COLILLAS-EXIT
042457     END-IF
      
042458     MOVE ZERO TO Contador-Colillas
042459     MOVE "N" TO Bandera-FinArchivo
042460     MOVE LOW-VALUES TO CEDULA
042461     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
042462         INVALID KEY
042463             MOVE "S" TO Bandera-FinArchivo
042464     END-START
      
042465     PERFORM 3411-COLILLAS-TODAS-LEER
042466         THRU 3411-COLILLAS-TODAS-LEER-EXIT
042467         UNTIL Fin-Archivo
      
042468     CLOSE ArchivoColillas
      
042469     MOVE Contador-Colillas TO Contador-Edicion-Calc
042470     DISPLAY "Colillas impresas: ", Contador-Edicion-Calc
042471     DISPLAY "Colillas generadas en COLILLAS.".
042472 3415-EJECUTAR-COLILLAS-EXIT.
042473     EXIT.
      
042474 3411-COLILLAS-TODAS-LEER.
042475     READ ArchivoEmpleados NEXT RECORD
042476         AT END
042477             MOVE "S" TO Bandera-FinArchivo
042480         NOT AT END
042490             PERFORM 3207-EMPLEADO-DEL-GRUPO
042493                 THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
042496             IF NOT Empleado-Inactivo AND Empleado-En-Grupo
042500                 PERFORM 3430-IMPRIMIR-COLILLA
042510                     THRU 3430-IMPRIMIR-COLILLA-EXIT
042520                 ADD 1 TO Contador-Colillas
042690             GO TO 3420-COLILLA-INDIVIDUAL-EXIT
042700     END-READ
      
042710     DISPLAY "INGRESE EL PERIODO DE LA COLILLA"
042715     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
042720     ACCEPT PeriodoProceso
042730     PERFORM 3211-VALIDAR-PERIODO
042740         THRU 3211-VALIDAR-PERIODO-EXIT
042750     IF NOT Periodo-Valido
042751         GO TO 3420-COLILLA-INDIVIDUAL-EXIT
042752     END-IF
042753     PERFORM 3207-EMPLEADO-DEL-GRUPO
042754         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
042755     IF NOT Empleado-En-Grupo
042756         DISPLAY "El empleado no es del grupo de pago del periodo"
042757         DISPLAY PeriodoProceso ". Operacion cancelada."
042760         GO TO 3420-COLILLA-INDIVIDUAL-EXIT
042770     END-IF
      
043260             THRU 3435-IMPRIMIR-NOVEDAD-COLILLA-EXIT
043270     END-IF
      
043271     IF Dias-Incapacidad NOT = ZERO
043272         MOVE Dias-Incapacidad TO Dias-Edicion
043273         MOVE Monto-Incapacidad TO Monto-Edicion
043274         MOVE SPACES TO LineaColilla
043275         STRING "INCAPACIDAD (" DELIMITED BY SIZE
043276                Dias-Edicion     DELIMITED BY SIZE
043277                " DIAS): -"      DELIMITED BY SIZE
043278                Monto-Edicion    DELIMITED BY SIZE
043279             INTO LineaColilla
043280         END-STRING
043281         WRITE LineaColilla
043282         MOVE Subsidio-Patronal TO Monto-Edicion
043283         MOVE SPACES TO LineaColilla
043284         STRING "SUBSIDIO PATRONAL   : " DELIMITED BY SIZE
043285                Monto-Edicion             DELIMITED BY SIZE
043286             INTO LineaColilla
043287         END-STRING
043288         WRITE LineaColilla
043289     END-IF
      
043290     IF Monto-Retro-Periodo NOT = ZERO
043291         MOVE Monto-Retro-Periodo TO Monto-Edicion
043300         MOVE SPACES TO LineaColilla
043310         STRING "RETROACTIVO SALARIO : " DELIMITED BY SIZE
043320                Monto-Edicion             DELIMITED BY SIZE
043490     END-STRING
043500     WRITE LineaColilla
      
043501     IF CreditoFamiliar NOT = ZERO
043502         MOVE CreditoFamiliar TO Monto-Edicion
043503         MOVE SPACES TO LineaColilla
043504         STRING "CREDITO FAMILIAR    : " DELIMITED BY SIZE
043505                Monto-Edicion             DELIMITED BY SIZE
043506                " (REBAJADO DE RENTA)"    DELIMITED BY SIZE
043507             INTO LineaColilla
043508         END-STRING
043509         WRITE LineaColilla
043510     END-IF
      
043511     MOVE DeduccionSeguro TO Monto-Edicion
043520     MOVE SPACES TO LineaColilla
043530     STRING "DEDUCCION SEGURO    : " DELIMITED BY SIZE
043540            Monto-Edicion             DELIMITED BY SIZE
046230     EXIT.
      
046240******************************************************************
046241* 3540-MENU-PUESTOS
046242* Submenu del catalogo de puestos y bandas salariales: agregar
046243* o actualizar un puesto con su salario minimo y maximo,
046244* listar el catalogo y generar el reporte de compa-ratio.
046245******************************************************************
046246 3540-MENU-PUESTOS.
046247     DISPLAY "[1] Agregar o actualizar puesto"
046248     DISPLAY "[2] Listar puestos"
046249     DISPLAY "[3] Reporte de compa-ratio por puesto"
046250     DISPLAY "[4] Volver al menu principal"
046251     ACCEPT OPCION
      
046252     EVALUATE OPCION
046253         WHEN "1"
046254             PERFORM 3545-MANTENER-PUESTO
046255                 THRU 3545-MANTENER-PUESTO-EXIT
046256         WHEN "2"
046257             PERFORM 3546-LISTAR-PUESTOS
046258                 THRU 3546-LISTAR-PUESTOS-EXIT
046259         WHEN "3"
046260             PERFORM 3565-EJECUTAR-COMPA-RATIO
046261                 THRU 3565-EJECUTAR-COMPA-RATIO-EXIT
046262         WHEN "4"
046263             CONTINUE
046264         WHEN OTHER
046265             DISPLAY "Opcion invalida. Intente de nuevo."
046266     END-EVALUATE.
046267 3540-MENU-PUESTOS-EXIT.
046268     EXIT.
      
046269******************************************************************
046270* 3545-MANTENER-PUESTO
046271* Agrega un puesto al catalogo PUESTOS o actualiza la
046272* descripcion y la banda salarial de uno existente. El cambio
046273* de banda queda en la bitacora.
046274******************************************************************
046275 3545-MANTENER-PUESTO.
046276     DISPLAY "Ingrese el codigo de puesto (4 caracteres):"
046277     ACCEPT PuestoBusca
046278     IF PuestoBusca = SPACES
046279         DISPLAY "El codigo no puede estar vacio."
046280         GO TO 3545-MANTENER-PUESTO-EXIT
046281     END-IF
      
046282     PERFORM 3550-VALIDAR-PUESTO
046283         THRU 3550-VALIDAR-PUESTO-EXIT
046284     IF Puesto-Valido
046285         MOVE SALARIO-MIN-PUESTO TO Monto-Edicion
046286         MOVE Monto-Edicion TO ValorAnterior-Bitacora
046287         MOVE SALARIO-MAX-PUESTO TO Monto-Edicion
046288         MOVE Monto-Edicion TO ValorAnterior-Bitacora (16:15)
046289     ELSE
046290         MOVE SPACES TO ValorAnterior-Bitacora
046291     END-IF
      
046292     MOVE PuestoBusca TO CODIGO-PUESTO
046293     DISPLAY "Ingrese la descripcion del puesto:"
046294     ACCEPT DESCRIPCION-PUESTO
046295     DISPLAY "Ingrese el salario minimo del puesto:"
046296     ACCEPT SALARIO-STRING
046297     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
046298         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
046299     MOVE Valor-Decimal-Validado TO SALARIO-MIN-PUESTO
046300     DISPLAY "Ingrese el salario maximo del puesto:"
046301     ACCEPT SALARIO-STRING
046302     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
046303         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
046304     MOVE Valor-Decimal-Validado TO SALARIO-MAX-PUESTO
046305     IF SALARIO-MAX-PUESTO < SALARIO-MIN-PUESTO
046306         DISPLAY "El maximo no puede ser menor que el minimo."
046307         GO TO 3545-MANTENER-PUESTO-EXIT
046308     END-IF
      
046309     WRITE REGISTRO-PUESTO
046310         INVALID KEY
046311             REWRITE REGISTRO-PUESTO
046312                 INVALID KEY
046313                     DISPLAY "Error al grabar el puesto."
046314                     GO TO 3545-MANTENER-PUESTO-EXIT
046315                 NOT INVALID KEY
046316                     DISPLAY "Puesto actualizado."
046317             END-REWRITE
046318         NOT INVALID KEY
046319             DISPLAY "Puesto agregado al catalogo."
046320     END-WRITE
      
046321     MOVE SPACES TO CEDULA
046322     MOVE SPACES TO Campo-Bitacora
046323     STRING "BANDA PUESTO " DELIMITED BY SIZE
046324            CODIGO-PUESTO DELIMITED BY SIZE
046325         INTO Campo-Bitacora
046326     END-STRING
046327     MOVE SALARIO-MIN-PUESTO TO Monto-Edicion
046328     MOVE Monto-Edicion TO ValorNuevo-Bitacora
046329     MOVE SALARIO-MAX-PUESTO TO Monto-Edicion
046330     MOVE Monto-Edicion TO ValorNuevo-Bitacora (16:15)
046331     PERFORM 2530-REGISTRAR-BITACORA
046332         THRU 2530-REGISTRAR-BITACORA-EXIT.
046333 3545-MANTENER-PUESTO-EXIT.
046334     EXIT.
      
046335******************************************************************
046336* 3546-LISTAR-PUESTOS
046337* Lista en pantalla todos los puestos del catalogo con su
046338* banda salarial.
046339******************************************************************
046340 3546-LISTAR-PUESTOS.
046341     MOVE "N" TO Bandera-FinPuestos
046342     MOVE LOW-VALUES TO CODIGO-PUESTO
046343     START ArchivoPuestos KEY IS NOT LESS THAN CODIGO-PUESTO
046344         INVALID KEY
046345             MOVE "S" TO Bandera-FinPuestos
046346     END-START
      
046347     PERFORM 3547-LISTAR-PUESTOS-LEER
046348         THRU 3547-LISTAR-PUESTOS-LEER-EXIT
046349         UNTIL Fin-Puestos.
046350 3546-LISTAR-PUESTOS-EXIT.
046351     EXIT.
      
046352 3547-LISTAR-PUESTOS-LEER.
046353     READ ArchivoPuestos NEXT RECORD
046354         AT END
046355             MOVE "S" TO Bandera-FinPuestos
046356             GO TO 3547-LISTAR-PUESTOS-LEER-EXIT
046357     END-READ
046358     MOVE SALARIO-MIN-PUESTO TO Monto-Edicion
046359     DISPLAY CODIGO-PUESTO, " ", DESCRIPCION-PUESTO,
046360         " MIN ", Monto-Edicion WITH NO ADVANCING
046361     MOVE SALARIO-MAX-PUESTO TO Monto-Edicion
046362     DISPLAY " MAX ", Monto-Edicion.
046363 3547-LISTAR-PUESTOS-LEER-EXIT.
046364     EXIT.
      
046365******************************************************************
046366* 3550-VALIDAR-PUESTO
046367* Enciende la bandera de puesto valido si el codigo en
046368* PuestoBusca existe en el catalogo PUESTOS (deja el registro
046369* del puesto con su banda en REGISTRO-PUESTO).
046370******************************************************************
046371 3550-VALIDAR-PUESTO.
046372     MOVE "N" TO Bandera-PuestoValido
046373     MOVE PuestoBusca TO CODIGO-PUESTO
046374     READ ArchivoPuestos KEY IS CODIGO-PUESTO
046375         INVALID KEY
046376             CONTINUE
046377         NOT INVALID KEY
046378             MOVE "S" TO Bandera-PuestoValido
046379     END-READ.
046380 3550-VALIDAR-PUESTO-EXIT.
046381     EXIT.
      
046382******************************************************************
046383* 3555-VERIFICAR-BANDA
046384* Compara Salario-Banda contra la banda del puesto PuestoBusca
046385* y enciende Fuera-De-Banda si queda por debajo del minimo o
046386* por encima del maximo. Un empleado sin puesto, o con un
046387* puesto que ya no existe en el catalogo, no tiene banda que
046388* controlar. Las bandas son quincenales: el salario de un
046389* empleado mensual o semanal (GrupoPago) se compara por su
046390* equivalente quincenal.
046391******************************************************************
046392 3555-VERIFICAR-BANDA.
046393     MOVE "N" TO Bandera-FueraBanda
046394     IF PuestoBusca = SPACES
046395         GO TO 3555-VERIFICAR-BANDA-EXIT
046396     END-IF
046397     PERFORM 3550-VALIDAR-PUESTO
046398         THRU 3550-VALIDAR-PUESTO-EXIT
046399     IF NOT Puesto-Valido
046400         GO TO 3555-VERIFICAR-BANDA-EXIT
046401     END-IF
046402     MOVE GrupoPago TO Grupo-Factores
046403     PERFORM 3205-FACTORES-GRUPO
046404         THRU 3205-FACTORES-GRUPO-EXIT
046405     COMPUTE Salario-Banda-Quinc ROUNDED =
046406         Salario-Banda / Factor-Frecuencia
046407     IF Salario-Banda-Quinc < SALARIO-MIN-PUESTO
046408         OR Salario-Banda-Quinc > SALARIO-MAX-PUESTO
046409         MOVE "S" TO Bandera-FueraBanda
046410         MOVE SALARIO-MIN-PUESTO TO Monto-Edicion
046411         DISPLAY "Salario fuera de la banda del puesto ",
046412             CODIGO-PUESTO, ": minimo ", Monto-Edicion
046413             WITH NO ADVANCING
046414         MOVE SALARIO-MAX-PUESTO TO Monto-Edicion
046415         DISPLAY " maximo ", Monto-Edicion
046416     END-IF.
046417 3555-VERIFICAR-BANDA-EXIT.
046418     EXIT.
      
046419******************************************************************
046420* 3556-AUTORIZAR-FUERA-BANDA
046421* Pide la autorizacion de un supervisor para un salario fuera
046422* de banda. Si el usuario en sesion es supervisor basta con su
046423* confirmacion; si no, un supervisor debe digitar su usuario y
046424* clave. Enciende Banda-Autorizada y deja en
046425* Supervisor-Autoriza quien autorizo. Un intento rechazado
046426* queda en la bitacora.
046427******************************************************************
046428 3556-AUTORIZAR-FUERA-BANDA.
046429     MOVE "N" TO Bandera-BandaAutorizada
046430     MOVE SPACES TO Supervisor-Autoriza
046431     IF Usuario-Supervisor
046432         DISPLAY "Confirme con S para continuar:"
046433         ACCEPT OPCION
046434         IF OPCION = "S"
046435             MOVE "S" TO Bandera-BandaAutorizada
046436             MOVE Usuario-Actual TO Supervisor-Autoriza
046437         END-IF
046438         GO TO 3556-AUTORIZAR-FUERA-BANDA-EXIT
046439     END-IF
      
046440     DISPLAY "Se requiere la autorizacion de un supervisor."
046441     DISPLAY "Usuario del supervisor (blanco para cancelar):"
046442     ACCEPT Supervisor-Autoriza
046443     IF Supervisor-Autoriza = SPACES
046444         GO TO 3556-AUTORIZAR-FUERA-BANDA-EXIT
046445     END-IF
046446     DISPLAY "Clave del supervisor:"
046447     ACCEPT Clave-Autoriza
      
046448     MOVE Supervisor-Autoriza TO USUARIO-ID
046449     READ ArchivoUsuarios KEY IS USUARIO-ID
046450         INVALID KEY
046451             MOVE SPACES TO CLAVE-USUARIO
046452             MOVE SPACE TO ROL-USUARIO
046453     END-READ
046454     IF CLAVE-USUARIO = Clave-Autoriza
046455         AND Rol-Supervisor
046456         MOVE "S" TO Bandera-BandaAutorizada
046457         GO TO 3556-AUTORIZAR-FUERA-BANDA-EXIT
046458     END-IF
      
046459     DISPLAY "Autorizacion rechazada."
046460     MOVE "AUTORIZ FALLIDA" TO Campo-Bitacora
046461     MOVE Supervisor-Autoriza TO ValorAnterior-Bitacora
046462     MOVE "SALARIO FUERA BANDA" TO ValorNuevo-Bitacora
046463     PERFORM 2530-REGISTRAR-BITACORA
046464         THRU 2530-REGISTRAR-BITACORA-EXIT.
046465 3556-AUTORIZAR-FUERA-BANDA-EXIT.
046466     EXIT.
      
046467******************************************************************
046468* 3557-REGISTRAR-FUERA-BANDA
046469* Deja en la bitacora el salario fuera de banda del empleado
046470* en proceso, con el puesto y el supervisor que lo autorizo.
046471******************************************************************
046472 3557-REGISTRAR-FUERA-BANDA.
046473     MOVE "SALARIO FUERA BANDA" TO Campo-Bitacora
046474     MOVE SPACES TO ValorAnterior-Bitacora
046475     STRING "PUESTO " DELIMITED BY SIZE
046476            PuestoBusca DELIMITED BY SIZE
046477            " AUT " DELIMITED BY SIZE
046478            Supervisor-Autoriza DELIMITED BY SIZE
046479         INTO ValorAnterior-Bitacora
046480     END-STRING
046481     MOVE Salario-Banda TO Monto-Edicion
046482     MOVE Monto-Edicion TO ValorNuevo-Bitacora
046483     PERFORM 2530-REGISTRAR-BITACORA
046484         THRU 2530-REGISTRAR-BITACORA-EXIT.
046485 3557-REGISTRAR-FUERA-BANDA-EXIT.
046486     EXIT.
      
046487******************************************************************
046488* 3558-CONTROLAR-BANDA
046489* Control de banda para las pantallas de alta y cambio de
046490* salario o puesto: verifica Salario-Banda contra el puesto
046491* PuestoBusca y, si queda fuera de banda, pide la autorizacion
046492* del supervisor. Deja Banda-Autorizada encendida cuando el
046493* salario puede grabarse.
046494******************************************************************
046495 3558-CONTROLAR-BANDA.
046496     MOVE "S" TO Bandera-BandaAutorizada
046497     MOVE SPACES TO Supervisor-Autoriza
046498     PERFORM 3555-VERIFICAR-BANDA
046499         THRU 3555-VERIFICAR-BANDA-EXIT
046500     IF Fuera-De-Banda
046501         PERFORM 3556-AUTORIZAR-FUERA-BANDA
046502             THRU 3556-AUTORIZAR-FUERA-BANDA-EXIT
046503     END-IF.
046504 3558-CONTROLAR-BANDA-EXIT.
046505     EXIT.
      
046506******************************************************************
046507* 3565-EJECUTAR-COMPA-RATIO
046508* Genera en COMPARAT el reporte de compa-ratio por puesto de
046509* los empleados activos: para cada puesto del catalogo lista
046510* sus empleados con el salario y el compa-ratio (salario entre
046511* el punto medio de la banda, en porcentaje), marca los que
046512* estan bajo el minimo o sobre el maximo y cierra con el
046513* subtotal del puesto. Al final lista los empleados activos
046514* sin puesto valido. Lo comparten el menu de puestos y el
046515* modo de ejecucion por lote (comando COMPA-RATIO). Como las
046516* bandas son quincenales, el salario que se lista y compara
046517* es el equivalente quincenal del grupo de pago del empleado.
046518******************************************************************
046519 3565-EJECUTAR-COMPA-RATIO.
046520     OPEN OUTPUT ArchivoCompa
046521     IF Estado-ArchivoCompa NOT = "00"
046522         DISPLAY "No se pudo abrir el archivo COMPARAT."
046523         MOVE "S" TO Bandera-PasoFallido
046524         GO TO 3565-EJECUTAR-COMPA-RATIO-EXIT
046525     END-IF
      
046526     MOVE ZERO TO Contador-Compa-Total
046527     MOVE ZERO TO Contador-Compa-Bajo
046528     MOVE ZERO TO Contador-Compa-Sobre
046529     MOVE ZERO TO Contador-Compa-SinPuesto
      
046530     MOVE "COMPA-RATIO POR PUESTO - EMPLEADOS ACTIVOS"
046531         TO LineaCompa
046532     WRITE LineaCompa
046533     MOVE SPACES TO LineaCompa
046534     MOVE "CEDULA" TO LineaCompa (3:6)
046535     MOVE "NOMBRE" TO LineaCompa (14:6)
046536     MOVE "DEPT" TO LineaCompa (45:4)
046537     MOVE "SAL.QUINC" TO LineaCompa (54:9)
046538     MOVE "COMPA" TO LineaCompa (66:5)
046539     MOVE "OBSERVACION" TO LineaCompa (73:11)
046540     WRITE LineaCompa
      
046541     MOVE "N" TO Bandera-FinPuestos
046542     MOVE LOW-VALUES TO CODIGO-PUESTO
046543     START ArchivoPuestos KEY IS NOT LESS THAN CODIGO-PUESTO
046544         INVALID KEY
046545             MOVE "S" TO Bandera-FinPuestos
046546     END-START
      
046547     PERFORM 3566-COMPA-PUESTO-LEER
046548         THRU 3566-COMPA-PUESTO-LEER-EXIT
046549         UNTIL Fin-Puestos
      
046550     MOVE SPACES TO LineaCompa
046551     WRITE LineaCompa
046552     MOVE "EMPLEADOS ACTIVOS SIN PUESTO VALIDO" TO LineaCompa
046553     WRITE LineaCompa
046554     MOVE "N" TO Bandera-FinArchivo
046555     MOVE LOW-VALUES TO CEDULA
046556     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
046557         INVALID KEY
046558             MOVE "S" TO Bandera-FinArchivo
046559     END-START
046560     PERFORM 3569-COMPA-SIN-PUESTO-LEER
046561         THRU 3569-COMPA-SIN-PUESTO-LEER-EXIT
046562         UNTIL Fin-Archivo
      
046563     MOVE SPACES TO LineaCompa
046564     WRITE LineaCompa
046565     MOVE Contador-Compa-Total TO Contador-Edicion-Calc
046566     MOVE SPACES TO LineaCompa
046567     STRING "TOTAL EMPLEADOS CON PUESTO: " DELIMITED BY SIZE
046568            Contador-Edicion-Calc DELIMITED BY SIZE
046569         INTO LineaCompa
046570     END-STRING
046571     WRITE LineaCompa
046572     MOVE Contador-Compa-Bajo TO Contador-Edicion-Calc
046573     MOVE SPACES TO LineaCompa
046574     STRING "BAJO EL MINIMO           : " DELIMITED BY SIZE
046575            Contador-Edicion-Calc DELIMITED BY SIZE
046576         INTO LineaCompa
046577     END-STRING
046578     WRITE LineaCompa
046579     MOVE Contador-Compa-Sobre TO Contador-Edicion-Calc
046580     MOVE SPACES TO LineaCompa
046581     STRING "SOBRE EL MAXIMO          : " DELIMITED BY SIZE
046582            Contador-Edicion-Calc DELIMITED BY SIZE
046583         INTO LineaCompa
046584     END-STRING
046585     WRITE LineaCompa
046586     MOVE Contador-Compa-SinPuesto TO Contador-Edicion-Calc
046587     MOVE SPACES TO LineaCompa
046588     STRING "SIN PUESTO VALIDO        : " DELIMITED BY SIZE
046589            Contador-Edicion-Calc DELIMITED BY SIZE
046590         INTO LineaCompa
046591     END-STRING
046592     WRITE LineaCompa
      
046593     CLOSE ArchivoCompa
      
046594     MOVE Contador-Compa-Bajo TO Contador-Edicion-Calc
046595     DISPLAY "Empleados bajo el minimo : ", Contador-Edicion-Calc
046596     MOVE Contador-Compa-Sobre TO Contador-Edicion-Calc
046597     DISPLAY "Empleados sobre el maximo: ", Contador-Edicion-Calc
046598     MOVE Contador-Compa-SinPuesto TO Contador-Edicion-Calc
046599     DISPLAY "Empleados sin puesto     : ", Contador-Edicion-Calc
046600     DISPLAY "Reporte de compa-ratio generado en COMPARAT.".
046601 3565-EJECUTAR-COMPA-RATIO-EXIT.
046602     EXIT.
      
046603******************************************************************
046604* 3566-COMPA-PUESTO-LEER
046605* Lee el siguiente puesto del catalogo, escribe su encabezado,
046606* recorre el maestro por sus empleados activos y cierra con el
046607* subtotal del puesto.
046608******************************************************************
046609 3566-COMPA-PUESTO-LEER.
046610     READ ArchivoPuestos NEXT RECORD
046611         AT END
046612             MOVE "S" TO Bandera-FinPuestos
046613             GO TO 3566-COMPA-PUESTO-LEER-EXIT
046614     END-READ
      
046615     COMPUTE Punto-Medio-Puesto ROUNDED =
046616         (SALARIO-MIN-PUESTO + SALARIO-MAX-PUESTO) / 2
046617     MOVE ZERO TO Contador-Compa-Puesto
046618     MOVE ZERO TO Contador-Compa-Fuera
046619     MOVE ZERO TO Suma-Compa-Puesto
      
046620     MOVE SPACES TO LineaCompa
046621     WRITE LineaCompa
046622     MOVE SALARIO-MIN-PUESTO TO Monto-Edicion
046623     MOVE SPACES TO LineaCompa
046624     STRING "PUESTO " DELIMITED BY SIZE
046625            CODIGO-PUESTO DELIMITED BY SIZE
046626            " " DELIMITED BY SIZE
046627            DESCRIPCION-PUESTO DELIMITED BY SIZE
046628            " MIN " DELIMITED BY SIZE
046629            Monto-Edicion DELIMITED BY SIZE
046630         INTO LineaCompa
046631     END-STRING
046632     MOVE SALARIO-MAX-PUESTO TO Monto-Edicion
046633     MOVE " MAX " TO LineaCompa (69:5)
046634     MOVE Monto-Edicion TO LineaCompa (74:13)
046635     WRITE LineaCompa
      
046636     MOVE "N" TO Bandera-FinArchivo
046637     MOVE LOW-VALUES TO CEDULA
046638     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
046639         INVALID KEY
046640             MOVE "S" TO Bandera-FinArchivo
046641     END-START
046642     PERFORM 3567-COMPA-EMPLEADO-LEER
046643         THRU 3567-COMPA-EMPLEADO-LEER-EXIT
046644         UNTIL Fin-Archivo
      
046645     IF Contador-Compa-Puesto = ZERO
046646         MOVE ZERO TO Compa-Promedio
046647     ELSE
046648         COMPUTE Compa-Promedio ROUNDED =
046649             Suma-Compa-Puesto / Contador-Compa-Puesto
046650     END-IF
046651     MOVE Compa-Promedio TO Compa-Edicion
046652     MOVE SPACES TO LineaCompa
046653     MOVE Contador-Compa-Puesto TO Contador-Edicion-Calc
046654     STRING "  SUBTOTAL PUESTO " DELIMITED BY SIZE
046655            CODIGO-PUESTO DELIMITED BY SIZE
046656            "  EMPLEADOS: " DELIMITED BY SIZE
046657            Contador-Edicion-Calc DELIMITED BY SIZE
046658         INTO LineaCompa
046659     END-STRING
046660     MOVE Contador-Compa-Fuera TO Contador-Edicion-Calc
046661     MOVE "FUERA DE BANDA: " TO LineaCompa (45:16)
046662     MOVE Contador-Edicion-Calc TO LineaCompa (61:5)
046663     MOVE "COMPA PROMEDIO: " TO LineaCompa (68:16)
046664     MOVE Compa-Edicion TO LineaCompa (84:6)
046665     WRITE LineaCompa.
046666 3566-COMPA-PUESTO-LEER-EXIT.
046667     EXIT.
      
046668 3567-COMPA-EMPLEADO-LEER.
046669     READ ArchivoEmpleados NEXT RECORD
046670         AT END
046671             MOVE "S" TO Bandera-FinArchivo
046672             GO TO 3567-COMPA-EMPLEADO-LEER-EXIT
046673     END-READ
046674     IF NOT Empleado-Activo
046675         OR CodigoPuesto NOT = CODIGO-PUESTO
046676         GO TO 3567-COMPA-EMPLEADO-LEER-EXIT
046677     END-IF
046678     MOVE GrupoPago TO Grupo-Factores
046679     PERFORM 3205-FACTORES-GRUPO
046680         THRU 3205-FACTORES-GRUPO-EXIT
046681     COMPUTE Salario-Banda-Quinc ROUNDED =
046682         Salario / Factor-Frecuencia
      
046683     IF Punto-Medio-Puesto = ZERO
046684         MOVE 999.99 TO Compa-Ratio
046685     ELSE
046686         COMPUTE Compa-Ratio ROUNDED =
046687             Salario-Banda-Quinc * 100 / Punto-Medio-Puesto
046688             ON SIZE ERROR
046689                 MOVE 999.99 TO Compa-Ratio
046690         END-COMPUTE
046691     END-IF
046692     ADD 1 TO Contador-Compa-Puesto
046693     ADD 1 TO Contador-Compa-Total
046694     ADD Compa-Ratio TO Suma-Compa-Puesto
      
046695     MOVE SPACES TO LineaCompa
046696     MOVE CEDULA TO LineaCompa (3:10)
046697     MOVE Nombre TO LineaCompa (14:30)
046698     MOVE CodigoDepartamento TO LineaCompa (45:4)
046699     MOVE Salario-Banda-Quinc TO Monto-Edicion
046700     MOVE Monto-Edicion TO LineaCompa (50:13)
046701     MOVE Compa-Ratio TO Compa-Edicion
046702     MOVE Compa-Edicion TO LineaCompa (65:6)
046703     IF Salario-Banda-Quinc < SALARIO-MIN-PUESTO
046704         MOVE "BAJO MINIMO" TO LineaCompa (73:11)
046705         ADD 1 TO Contador-Compa-Fuera
046706         ADD 1 TO Contador-Compa-Bajo
046707     END-IF
046708     IF Salario-Banda-Quinc > SALARIO-MAX-PUESTO
046709         MOVE "SOBRE MAXIMO" TO LineaCompa (73:12)
046710         ADD 1 TO Contador-Compa-Fuera
046711         ADD 1 TO Contador-Compa-Sobre
046712     END-IF
046713     WRITE LineaCompa.
046714 3567-COMPA-EMPLEADO-LEER-EXIT.
046715     EXIT.
      
046716 3569-COMPA-SIN-PUESTO-LEER.
046717     READ ArchivoEmpleados NEXT RECORD
046718         AT END
046719             MOVE "S" TO Bandera-FinArchivo
046720             GO TO 3569-COMPA-SIN-PUESTO-LEER-EXIT
046721     END-READ
046722     IF NOT Empleado-Activo
046723         GO TO 3569-COMPA-SIN-PUESTO-LEER-EXIT
046724     END-IF
046725     MOVE CodigoPuesto TO PuestoBusca
046726     PERFORM 3550-VALIDAR-PUESTO
046727         THRU 3550-VALIDAR-PUESTO-EXIT
046728     IF Puesto-Valido
046729         GO TO 3569-COMPA-SIN-PUESTO-LEER-EXIT
046730     END-IF
      
046731     ADD 1 TO Contador-Compa-SinPuesto
046732     MOVE SPACES TO LineaCompa
046733     MOVE CEDULA TO LineaCompa (3:10)
046734     MOVE Nombre TO LineaCompa (14:30)
046735     MOVE CodigoDepartamento TO LineaCompa (45:4)
046736     MOVE GrupoPago TO Grupo-Factores
046737     PERFORM 3205-FACTORES-GRUPO
046738         THRU 3205-FACTORES-GRUPO-EXIT
046739     COMPUTE Salario-Banda-Quinc ROUNDED =
046740         Salario / Factor-Frecuencia
046741     MOVE Salario-Banda-Quinc TO Monto-Edicion
046742     MOVE Monto-Edicion TO LineaCompa (50:13)
046743     IF CodigoPuesto = SPACES
046744         MOVE "SIN PUESTO" TO LineaCompa (73:10)
046745     ELSE
046746         MOVE "PUESTO " TO LineaCompa (73:7)
046747         MOVE CodigoPuesto TO LineaCompa (80:4)
046748         MOVE " NO EXISTE" TO LineaCompa (84:10)
046749     END-IF
046750     WRITE LineaCompa.
046751 3569-COMPA-SIN-PUESTO-LEER-EXIT.
046752     EXIT.
      
046753******************************************************************
046754* 3570-MENU-DEPENDIENTES
046755* Submenu del registro de dependientes: agregar un hijo o el
046756* conyuge de un empleado, listar los dependientes de un
046757* empleado y cerrar la vigencia de un dependiente.
046758******************************************************************
046759 3570-MENU-DEPENDIENTES.
046760     DISPLAY "[1] Agregar dependiente"
046761     DISPLAY "[2] Listar dependientes de un empleado"
046762     DISPLAY "[3] Cerrar la vigencia de un dependiente"
046763     DISPLAY "[4] Volver al menu principal"
046764     ACCEPT OPCION
      
046765     EVALUATE OPCION
046766         WHEN "1"
046767             PERFORM 3571-AGREGAR-DEPENDIENTE
046768                 THRU 3571-AGREGAR-DEPENDIENTE-EXIT
046769         WHEN "2"
046770             PERFORM 3575-LISTAR-DEPENDIENTES
046771                 THRU 3575-LISTAR-DEPENDIENTES-EXIT
046772         WHEN "3"
046773             PERFORM 3578-CERRAR-VIGENCIA-DEP
046774                 THRU 3578-CERRAR-VIGENCIA-DEP-EXIT
046775         WHEN "4"
046776             CONTINUE
046777         WHEN OTHER
046778             DISPLAY "Opcion invalida. Intente de nuevo."
046779     END-EVALUATE.
046780 3570-MENU-DEPENDIENTES-EXIT.
046781     EXIT.
      
046782******************************************************************
046783* 3571-AGREGAR-DEPENDIENTE
046784* Registra un dependiente (hijo o conyuge) de un empleado con
046785* su fecha de nacimiento y su vigencia para el credito de
046786* renta. El dependiente toma la siguiente secuencia libre de
046787* la cedula.
046788******************************************************************
046789 3571-AGREGAR-DEPENDIENTE.
046790     DISPLAY "INGRESE LA CEDULA DEL EMPLEADO"
046791     ACCEPT CEDULABUSCA
046792     MOVE CEDULABUSCA TO CEDULA
046793     READ ArchivoEmpleados KEY IS CEDULA
046794         INVALID KEY
046795             DISPLAY "No existe un empleado con esa cedula."
046796             GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046797     END-READ
      
046798     PERFORM 3572-SIGUIENTE-SECUENCIA-DEP
046799         THRU 3572-SIGUIENTE-SECUENCIA-DEP-EXIT
046800     IF Secuencia-Dep-Nueva = 99
046801         DISPLAY "El empleado ya tiene el maximo de dependientes."
046802         GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046803     END-IF
046804     ADD 1 TO Secuencia-Dep-Nueva
      
046805     MOVE CEDULA TO CEDULA-DEP
046806     MOVE Secuencia-Dep-Nueva TO SECUENCIA-DEP
046807     DISPLAY "Tipo de dependiente: [H] Hijo  [C] Conyuge"
046808     ACCEPT TIPO-DEP
046809     IF NOT Dependiente-Hijo AND NOT Dependiente-Conyuge
046810         DISPLAY "Tipo invalido. Registro cancelado."
046811         GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046812     END-IF
046813     DISPLAY "Ingrese el nombre del dependiente:"
046814     ACCEPT NOMBRE-DEP
046815     DISPLAY "Ingrese la fecha de nacimiento (AAAAMMDD):"
046816     ACCEPT FECHA-NAC-DEP
046817     IF FECHA-NAC-DEP NOT NUMERIC
046818         DISPLAY "Fecha invalida. Registro cancelado."
046819         GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046820     END-IF
046821     DISPLAY "Ingrese la fecha de inicio del credito (AAAAMMDD):"
046822     ACCEPT FECHA-DESDE-DEP
046823     IF FECHA-DESDE-DEP NOT NUMERIC
046824         DISPLAY "Fecha invalida. Registro cancelado."
046825         GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046826     END-IF
046827     DISPLAY "Ingrese la fecha de fin del credito (AAAAMMDD),"
046828     DISPLAY "o blanco si no tiene fin:"
046829     ACCEPT FECHA-HASTA-DEP
046830     IF FECHA-HASTA-DEP NOT = SPACES
046831         IF FECHA-HASTA-DEP NOT NUMERIC
046832             OR FECHA-HASTA-DEP < FECHA-DESDE-DEP
046833             DISPLAY "Fecha invalida. Registro cancelado."
046834             GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046835         END-IF
046836     END-IF
      
046837     WRITE REGISTRO-DEPENDIENTE
046838         INVALID KEY
046839             DISPLAY "Error al grabar el dependiente."
046840             GO TO 3571-AGREGAR-DEPENDIENTE-EXIT
046841         NOT INVALID KEY
046842             DISPLAY "Dependiente registrado con secuencia ",
046843                 SECUENCIA-DEP
046844     END-WRITE
      
046845     MOVE "DEPENDIENTE" TO Campo-Bitacora
046846     MOVE SPACES TO ValorAnterior-Bitacora
046847     STRING TIPO-DEP DELIMITED BY SIZE
046848            " " DELIMITED BY SIZE
046849            SECUENCIA-DEP DELIMITED BY SIZE
046850            " DESDE " DELIMITED BY SIZE
046851            FECHA-DESDE-DEP DELIMITED BY SIZE
046852         INTO ValorAnterior-Bitacora
046853     END-STRING
046854     MOVE NOMBRE-DEP TO ValorNuevo-Bitacora
046855     PERFORM 2530-REGISTRAR-BITACORA
046856         THRU 2530-REGISTRAR-BITACORA-EXIT.
046857 3571-AGREGAR-DEPENDIENTE-EXIT.
046858     EXIT.
      
046859******************************************************************
046860* 3572-SIGUIENTE-SECUENCIA-DEP
046861* Deja en Secuencia-Dep-Nueva la mayor secuencia de
046862* dependiente registrada para la cedula en CEDULA (cero si no
046863* tiene dependientes).
046864******************************************************************
046865 3572-SIGUIENTE-SECUENCIA-DEP.
046866     MOVE ZERO TO Secuencia-Dep-Nueva
046867     MOVE "N" TO Bandera-FinDependientes
046868     MOVE CEDULA TO CEDULA-DEP
046869     MOVE ZERO TO SECUENCIA-DEP
046870     START ArchivoDependientes KEY IS NOT LESS THAN LLAVE-DEP
046871         INVALID KEY
046872             MOVE "S" TO Bandera-FinDependientes
046873     END-START
      
046874     PERFORM 3573-SECUENCIA-DEP-LEER
046875         THRU 3573-SECUENCIA-DEP-LEER-EXIT
046876         UNTIL Fin-Dependientes.
046877 3572-SIGUIENTE-SECUENCIA-DEP-EXIT.
046878     EXIT.
      
046879 3573-SECUENCIA-DEP-LEER.
046880     READ ArchivoDependientes NEXT RECORD
046881         AT END
046882             MOVE "S" TO Bandera-FinDependientes
046883             GO TO 3573-SECUENCIA-DEP-LEER-EXIT
046884     END-READ
046885     IF CEDULA-DEP NOT = CEDULA
046886         MOVE "S" TO Bandera-FinDependientes
046887         GO TO 3573-SECUENCIA-DEP-LEER-EXIT
046888     END-IF
046889     MOVE SECUENCIA-DEP TO Secuencia-Dep-Nueva.
046890 3573-SECUENCIA-DEP-LEER-EXIT.
046891     EXIT.
      
046892******************************************************************
046893* 3575-LISTAR-DEPENDIENTES
046894* Lista en pantalla los dependientes de un empleado con su
046895* tipo, fecha de nacimiento y vigencia.
046896******************************************************************
046897 3575-LISTAR-DEPENDIENTES.
046898     DISPLAY "INGRESE LA CEDULA DEL EMPLEADO"
046899     ACCEPT CEDULABUSCA
046900     MOVE CEDULABUSCA TO CEDULA
      
046901     MOVE "N" TO Bandera-FinDependientes
046902     MOVE CEDULA TO CEDULA-DEP
046903     MOVE ZERO TO SECUENCIA-DEP
046904     START ArchivoDependientes KEY IS NOT LESS THAN LLAVE-DEP
046905         INVALID KEY
046906             MOVE "S" TO Bandera-FinDependientes
046907     END-START
      
046908     DISPLAY "SEC T NOMBRE                         NACIMIEN",
046909         " DESDE    HASTA"
046910     PERFORM 3576-LISTAR-DEPENDIENTES-LEER
046911         THRU 3576-LISTAR-DEPENDIENTES-LEER-EXIT
046912         UNTIL Fin-Dependientes.
046913 3575-LISTAR-DEPENDIENTES-EXIT.
046914     EXIT.
      
046915 3576-LISTAR-DEPENDIENTES-LEER.
046916     READ ArchivoDependientes NEXT RECORD
046917         AT END
046918             MOVE "S" TO Bandera-FinDependientes
046919             GO TO 3576-LISTAR-DEPENDIENTES-LEER-EXIT
046920     END-READ
046921     IF CEDULA-DEP NOT = CEDULA
046922         MOVE "S" TO Bandera-FinDependientes
046923         GO TO 3576-LISTAR-DEPENDIENTES-LEER-EXIT
046924     END-IF
046925     DISPLAY SECUENCIA-DEP, "  ", TIPO-DEP, " ", NOMBRE-DEP, " ",
046926         FECHA-NAC-DEP, " ", FECHA-DESDE-DEP, " ",
046927         FECHA-HASTA-DEP.
046928 3576-LISTAR-DEPENDIENTES-LEER-EXIT.
046929     EXIT.
      
046930******************************************************************
046931* 3578-CERRAR-VIGENCIA-DEP
046932* Registra la fecha en que un dependiente deja de dar derecho
046933* al credito de renta (mayoria de edad, divorcio, etc.).
046934******************************************************************
046935 3578-CERRAR-VIGENCIA-DEP.
046936     DISPLAY "INGRESE LA CEDULA DEL EMPLEADO"
046937     ACCEPT CEDULABUSCA
046938     MOVE CEDULABUSCA TO CEDULA
046939     DISPLAY "Ingrese la secuencia del dependiente (2 digitos):"
046940     ACCEPT Secuencia-Dep-Nueva
      
046941     MOVE CEDULA TO CEDULA-DEP
046942     MOVE Secuencia-Dep-Nueva TO SECUENCIA-DEP
046943     READ ArchivoDependientes KEY IS LLAVE-DEP
046944         INVALID KEY
046945             DISPLAY "No existe ese dependiente."
046946             GO TO 3578-CERRAR-VIGENCIA-DEP-EXIT
046947     END-READ
046948     DISPLAY "Dependiente: ", NOMBRE-DEP
046949     DISPLAY "Vigencia actual: ", FECHA-DESDE-DEP, " - ",
046950         FECHA-HASTA-DEP
      
046951     DISPLAY "Ingrese la fecha de fin del credito (AAAAMMDD):"
046952     ACCEPT Fecha-Hasta-Nueva
046953     IF Fecha-Hasta-Nueva NOT NUMERIC
046954         OR Fecha-Hasta-Nueva < FECHA-DESDE-DEP
046955         DISPLAY "Fecha invalida. Cambio cancelado."
046956         GO TO 3578-CERRAR-VIGENCIA-DEP-EXIT
046957     END-IF
      
046958     MOVE "VIGENCIA DEPENDIENTE" TO Campo-Bitacora
046959     MOVE FECHA-HASTA-DEP TO ValorAnterior-Bitacora
046960     MOVE Fecha-Hasta-Nueva TO FECHA-HASTA-DEP
046961     REWRITE REGISTRO-DEPENDIENTE
046962         INVALID KEY
046963             DISPLAY "Error al actualizar el dependiente."
046964             GO TO 3578-CERRAR-VIGENCIA-DEP-EXIT
046965     END-REWRITE
046966     MOVE FECHA-HASTA-DEP TO ValorNuevo-Bitacora
046967     PERFORM 2530-REGISTRAR-BITACORA
046968         THRU 2530-REGISTRAR-BITACORA-EXIT
046969     DISPLAY "Vigencia del dependiente actualizada.".
046970 3578-CERRAR-VIGENCIA-DEP-EXIT.
046971     EXIT.
      
046972******************************************************************
046973* 3580-MENU-INCAPACIDADES
046974* Submenu de incapacidades: registrar una boleta, registrar o
046975* prorrogar su fecha de fin, consultar las incapacidades de un
046976* empleado y generar el reporte por departamento.
046977******************************************************************
046978 3580-MENU-INCAPACIDADES.
046979     DISPLAY "[1] Registrar incapacidad"
046980     DISPLAY "[2] Registrar o prorrogar la fecha de fin"
046981     DISPLAY "[3] Consultar incapacidades de un empleado"
046982     DISPLAY "[4] Reporte de incapacidades por departamento"
046983     DISPLAY "[5] Volver al menu principal"
046984     ACCEPT OPCION
      
046985     EVALUATE OPCION
046986         WHEN "1"
046987             PERFORM 3581-REGISTRAR-INCAPACIDAD
046988                 THRU 3581-REGISTRAR-INCAPACIDAD-EXIT
046989         WHEN "2"
046990             PERFORM 3583-FIN-INCAPACIDAD
046991                 THRU 3583-FIN-INCAPACIDAD-EXIT
046992         WHEN "3"
046993             PERFORM 3585-LISTAR-INCAPACIDADES
046994                 THRU 3585-LISTAR-INCAPACIDADES-EXIT
046995         WHEN "4"
046996             PERFORM 3590-REPORTE-INCAPACIDADES
046997                 THRU 3590-REPORTE-INCAPACIDADES-EXIT
046998         WHEN "5"
046999             CONTINUE
047000         WHEN OTHER
047001             DISPLAY "Opcion invalida. Intente de nuevo."
047002     END-EVALUATE.
047003 3580-MENU-INCAPACIDADES-EXIT.
047004     EXIT.
      
047005******************************************************************
047006* 3581-REGISTRAR-INCAPACIDAD
047007* Registra la boleta de una incapacidad de un empleado activo
047008* con su tipo y fechas. La fecha de fin puede quedar en blanco
047009* mientras la incapacidad siga abierta.
047010******************************************************************
047011 3581-REGISTRAR-INCAPACIDAD.
047012     DISPLAY "INGRESE LA CEDULA DEL EMPLEADO"
047013     ACCEPT CEDULABUSCA
047014     MOVE CEDULABUSCA TO CEDULA
047015     READ ArchivoEmpleados KEY IS CEDULA
047016         INVALID KEY
047017             DISPLAY "No existe un empleado con esa cedula."
047018             GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047019     END-READ
047020     IF Empleado-Inactivo
047021         DISPLAY "El empleado esta inactivo."
047022         GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047023     END-IF
      
047024     MOVE CEDULA TO CEDULA-INC
047025     DISPLAY "Tipo de incapacidad:"
047026     DISPLAY "[E] Enfermedad (CCSS)"
047027     DISPLAY "[R] Riesgo del trabajo (INS)"
047028     DISPLAY "[M] Licencia de maternidad"
047029     ACCEPT TIPO-INC
047030     IF NOT Incapacidad-CCSS AND NOT Incapacidad-INS
047031         AND NOT Incapacidad-Maternidad
047032         DISPLAY "Tipo invalido. Registro cancelado."
047033         GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047034     END-IF
047035     DISPLAY "Ingrese la fecha de inicio (AAAAMMDD):"
047036     ACCEPT FECHA-INI-INC
047037     IF FECHA-INI-INC NOT NUMERIC
047038         DISPLAY "Fecha invalida. Registro cancelado."
047039         GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047040     END-IF
047041     DISPLAY "Ingrese la fecha de fin (AAAAMMDD), o blanco si"
047042     DISPLAY "la incapacidad sigue abierta:"
047043     ACCEPT FECHA-FIN-INC
047044     IF FECHA-FIN-INC NOT = SPACES
047045         IF FECHA-FIN-INC NOT NUMERIC
047046             OR FECHA-FIN-INC < FECHA-INI-INC
047047             DISPLAY "Fecha invalida. Registro cancelado."
047048             GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047049         END-IF
047050     END-IF
047051     DISPLAY "Ingrese el numero de boleta:"
047052     ACCEPT BOLETA-INC
047053     IF BOLETA-INC = SPACES
047054         DISPLAY "La boleta no puede estar vacia."
047055         GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047056     END-IF
      
047057     WRITE REGISTRO-INCAPACIDAD
047058         INVALID KEY
047059             DISPLAY "Ya hay una incapacidad con esa fecha."
047060             GO TO 3581-REGISTRAR-INCAPACIDAD-EXIT
047061         NOT INVALID KEY
047062             DISPLAY "Incapacidad registrada."
047063     END-WRITE
      
047064     MOVE "INCAPACIDAD" TO Campo-Bitacora
047065     MOVE SPACES TO ValorAnterior-Bitacora
047066     STRING TIPO-INC DELIMITED BY SIZE
047067            " " DELIMITED BY SIZE
047068            FECHA-INI-INC DELIMITED BY SIZE
047069            " " DELIMITED BY SIZE
047070            FECHA-FIN-INC DELIMITED BY SIZE
047071         INTO ValorAnterior-Bitacora
047072     END-STRING
047073     MOVE SPACES TO ValorNuevo-Bitacora
047074     STRING "BOLETA " DELIMITED BY SIZE
047075            BOLETA-INC DELIMITED BY SIZE
047076         INTO ValorNuevo-Bitacora
047077     END-STRING
047078     PERFORM 2530-REGISTRAR-BITACORA
047079         THRU 2530-REGISTRAR-BITACORA-EXIT.
047080 3581-REGISTRAR-INCAPACIDAD-EXIT.
047081     EXIT.
      
047082******************************************************************
047083* 3583-FIN-INCAPACIDAD
047084* Registra la fecha de fin de una incapacidad abierta o la
047085* prorroga con una nueva boleta de extension.
047086******************************************************************
047087 3583-FIN-INCAPACIDAD.
047088     DISPLAY "INGRESE LA CEDULA DEL EMPLEADO"
047089     ACCEPT CEDULABUSCA
047090     MOVE CEDULABUSCA TO CEDULA
047091     DISPLAY "Ingrese la fecha de inicio de la incapacidad:"
047092     ACCEPT Desde-Inc-Calc
      
047093     MOVE CEDULA TO CEDULA-INC
047094     MOVE Desde-Inc-Calc TO FECHA-INI-INC
047095     READ ArchivoIncapacidades KEY IS LLAVE-INC
047096         INVALID KEY
047097             DISPLAY "No existe esa incapacidad."
047098             GO TO 3583-FIN-INCAPACIDAD-EXIT
047099     END-READ
047100     DISPLAY "Boleta: ", BOLETA-INC, "  Tipo: ", TIPO-INC,
047101         "  Fin actual: ", FECHA-FIN-INC
      
047102     DISPLAY "Ingrese la nueva fecha de fin (AAAAMMDD):"
047103     ACCEPT Fecha-Fin-Nueva
047104     IF Fecha-Fin-Nueva NOT NUMERIC
047105         OR Fecha-Fin-Nueva < FECHA-INI-INC
047106         DISPLAY "Fecha invalida. Cambio cancelado."
047107         GO TO 3583-FIN-INCAPACIDAD-EXIT
047108     END-IF
      
047109     MOVE "FIN INCAPACIDAD" TO Campo-Bitacora
047110     MOVE FECHA-FIN-INC TO ValorAnterior-Bitacora
047111     MOVE Fecha-Fin-Nueva TO FECHA-FIN-INC
047112     REWRITE REGISTRO-INCAPACIDAD
047113         INVALID KEY
047114             DISPLAY "Error al actualizar la incapacidad."
047115             GO TO 3583-FIN-INCAPACIDAD-EXIT
047116     END-REWRITE
047117     MOVE FECHA-FIN-INC TO ValorNuevo-Bitacora
047118     PERFORM 2530-REGISTRAR-BITACORA
047119         THRU 2530-REGISTRAR-BITACORA-EXIT
047120     DISPLAY "Fecha de fin de la incapacidad actualizada.".
047121 3583-FIN-INCAPACIDAD-EXIT.
047122     EXIT.
      
047123******************************************************************
047124* 3585-LISTAR-INCAPACIDADES
047125* Lista en pantalla las incapacidades de un empleado.
047126******************************************************************
047127 3585-LISTAR-INCAPACIDADES.
047128     DISPLAY "INGRESE LA CEDULA DEL EMPLEADO"
047129     ACCEPT CEDULABUSCA
047130     MOVE CEDULABUSCA TO CEDULA
      
047131     MOVE "N" TO Bandera-FinIncapacidades
047132     MOVE CEDULA TO CEDULA-INC
047133     MOVE LOW-VALUES TO FECHA-INI-INC
047134     START ArchivoIncapacidades KEY IS NOT LESS THAN LLAVE-INC
047135         INVALID KEY
047136             MOVE "S" TO Bandera-FinIncapacidades
047137     END-START
      
047138     DISPLAY "T INICIO   FIN      BOLETA"
047139     PERFORM 3586-LISTAR-INCAPACIDADES-LEER
047140         THRU 3586-LISTAR-INCAPACIDADES-LEER-EXIT
047141         UNTIL Fin-Incapacidades.
047142 3585-LISTAR-INCAPACIDADES-EXIT.
047143     EXIT.
      
047144 3586-LISTAR-INCAPACIDADES-LEER.
047145     READ ArchivoIncapacidades NEXT RECORD
047146         AT END
047147             MOVE "S" TO Bandera-FinIncapacidades
047148             GO TO 3586-LISTAR-INCAPACIDADES-LEER-EXIT
047149     END-READ
047150     IF CEDULA-INC NOT = CEDULA
047151         MOVE "S" TO Bandera-FinIncapacidades
047152         GO TO 3586-LISTAR-INCAPACIDADES-LEER-EXIT
047153     END-IF
047154     DISPLAY TIPO-INC, " ", FECHA-INI-INC, " ", FECHA-FIN-INC,
047155         " ", BOLETA-INC.
047156 3586-LISTAR-INCAPACIDADES-LEER-EXIT.
047157     EXIT.
      
047158******************************************************************
047159* 3590-REPORTE-INCAPACIDADES
047160* Genera en INCAPREP el reporte de incapacidades por
047161* departamento: para cada departamento del catalogo lista las
047162* incapacidades de sus empleados con el tipo, las fechas, la
047163* boleta, los dias y si siguen abiertas (sin fecha de fin o
047164* con fin a partir de hoy) o ya cerraron, con el subtotal de
047165* abiertas y cerradas del departamento.
047166******************************************************************
047167 3590-REPORTE-INCAPACIDADES.
047168     OPEN OUTPUT ArchivoReporteInc
047169     IF Estado-ArchivoReporteInc NOT = "00"
047170         DISPLAY "No se pudo abrir el archivo INCAPREP."
047171         MOVE "S" TO Bandera-PasoFallido
047172         GO TO 3590-REPORTE-INCAPACIDADES-EXIT
047173     END-IF
      
047174     MOVE FUNCTION CURRENT-DATE (1:8) TO Fecha-Hoy
047175     MOVE ZERO TO Total-Inc-Abiertas
047176     MOVE ZERO TO Total-Inc-Cerradas
      
047177     MOVE SPACES TO LineaReporteInc
047178     STRING "INCAPACIDADES POR DEPARTAMENTO AL " DELIMITED BY SIZE
047179            Fecha-Hoy DELIMITED BY SIZE
047180         INTO LineaReporteInc
047181     END-STRING
047182     WRITE LineaReporteInc
047183     MOVE SPACES TO LineaReporteInc
047184     MOVE "CEDULA" TO LineaReporteInc (3:6)
047185     MOVE "NOMBRE" TO LineaReporteInc (14:6)
047186     MOVE "TIPO" TO LineaReporteInc (45:4)
047187     MOVE "INICIO" TO LineaReporteInc (56:6)
047188     MOVE "FIN" TO LineaReporteInc (65:3)
047189     MOVE "BOLETA" TO LineaReporteInc (74:6)
047190     MOVE "DIAS" TO LineaReporteInc (87:4)
047191     MOVE "ESTADO" TO LineaReporteInc (92:6)
047192     WRITE LineaReporteInc
      
047193     MOVE "N" TO Bandera-FinArchivo
047194     MOVE LOW-VALUES TO CODIGO-DEPTO
047195     START ArchivoDeptos KEY IS NOT LESS THAN CODIGO-DEPTO
047196         INVALID KEY
047197             MOVE "S" TO Bandera-FinArchivo
047198     END-START
047199     PERFORM 3591-INCAP-DEPTO-LEER
047200         THRU 3591-INCAP-DEPTO-LEER-EXIT
047201         UNTIL Fin-Archivo
      
047202     MOVE SPACES TO LineaReporteInc
047203     WRITE LineaReporteInc
047204     MOVE Total-Inc-Abiertas TO Contador-Edicion-Calc
047205     MOVE SPACES TO LineaReporteInc
047206     STRING "TOTAL INCAPACIDADES ABIERTAS: " DELIMITED BY SIZE
047207            Contador-Edicion-Calc DELIMITED BY SIZE
047208         INTO LineaReporteInc
047209     END-STRING
047210     WRITE LineaReporteInc
047211     MOVE Total-Inc-Cerradas TO Contador-Edicion-Calc
047212     MOVE SPACES TO LineaReporteInc
047213     STRING "TOTAL INCAPACIDADES CERRADAS: " DELIMITED BY SIZE
047214            Contador-Edicion-Calc DELIMITED BY SIZE
047215         INTO LineaReporteInc
047216     END-STRING
047217     WRITE LineaReporteInc
      
047218     CLOSE ArchivoReporteInc
047219     DISPLAY "Reporte de incapacidades generado en INCAPREP.".
047220 3590-REPORTE-INCAPACIDADES-EXIT.
047221     EXIT.
      
047222******************************************************************
047223* 3591-INCAP-DEPTO-LEER
047224* Lee el siguiente departamento del catalogo y lista las
047225* incapacidades de sus empleados con el subtotal del
047226* departamento. Los departamentos sin incapacidades no salen.
047227******************************************************************
047228 3591-INCAP-DEPTO-LEER.
047229     READ ArchivoDeptos NEXT RECORD
047230         AT END
047231             MOVE "S" TO Bandera-FinArchivo
047232             GO TO 3591-INCAP-DEPTO-LEER-EXIT
047233     END-READ
      
047234     MOVE ZERO TO Contador-Inc-Abiertas
047235     MOVE ZERO TO Contador-Inc-Cerradas
047236     MOVE "N" TO Bandera-FinIncapacidades
047237     MOVE LOW-VALUES TO LLAVE-INC
047238     START ArchivoIncapacidades KEY IS NOT LESS THAN LLAVE-INC
047239         INVALID KEY
047240             MOVE "S" TO Bandera-FinIncapacidades
047241     END-START
047242     PERFORM 3592-INCAP-DETALLE-LEER
047243         THRU 3592-INCAP-DETALLE-LEER-EXIT
047244         UNTIL Fin-Incapacidades
      
047245     IF Contador-Inc-Abiertas = ZERO
047246         AND Contador-Inc-Cerradas = ZERO
047247         GO TO 3591-INCAP-DEPTO-LEER-EXIT
047248     END-IF
047249     MOVE SPACES TO LineaReporteInc
047250     MOVE Contador-Inc-Abiertas TO Contador-Edicion-Calc
047251     STRING "  DEPTO " DELIMITED BY SIZE
047252            CODIGO-DEPTO DELIMITED BY SIZE
047253            " " DELIMITED BY SIZE
047254            DESCRIPCION-DEPTO DELIMITED BY SIZE
047255            " ABIERTAS: " DELIMITED BY SIZE
047256            Contador-Edicion-Calc DELIMITED BY SIZE
047257         INTO LineaReporteInc
047258     END-STRING
047259     MOVE Contador-Inc-Cerradas TO Contador-Edicion-Calc
047260     MOVE " CERRADAS: " TO LineaReporteInc (59:11)
047261     MOVE Contador-Edicion-Calc TO LineaReporteInc (70:5)
047262     WRITE LineaReporteInc
047263     MOVE SPACES TO LineaReporteInc
047264     WRITE LineaReporteInc
047265     ADD Contador-Inc-Abiertas TO Total-Inc-Abiertas
047266     ADD Contador-Inc-Cerradas TO Total-Inc-Cerradas.
047267 3591-INCAP-DEPTO-LEER-EXIT.
047268     EXIT.
      
047269 3592-INCAP-DETALLE-LEER.
047270     READ ArchivoIncapacidades NEXT RECORD
047271         AT END
047272             MOVE "S" TO Bandera-FinIncapacidades
047273             GO TO 3592-INCAP-DETALLE-LEER-EXIT
047274     END-READ
047275     MOVE CEDULA-INC TO CEDULA
047276     READ ArchivoEmpleados KEY IS CEDULA
047277         INVALID KEY
047278             GO TO 3592-INCAP-DETALLE-LEER-EXIT
047279     END-READ
047280     IF CodigoDepartamento NOT = CODIGO-DEPTO
047281         GO TO 3592-INCAP-DETALLE-LEER-EXIT
047282     END-IF
      
047283     EVALUATE TRUE
047284         WHEN Incapacidad-CCSS
047285             MOVE "CCSS" TO Tipo-Inc-Edicion
047286         WHEN Incapacidad-INS
047287             MOVE "INS" TO Tipo-Inc-Edicion
047288         WHEN OTHER
047289             MOVE "MATERNIDAD" TO Tipo-Inc-Edicion
047290     END-EVALUATE
047291     MOVE FECHA-INI-INC TO Fecha-Num-Desde
047292     IF FECHA-FIN-INC = SPACES
047293         OR FECHA-FIN-INC NOT < Fecha-Hoy
047294         MOVE "ABIERTA" TO Estado-Inc-Edicion
047295         MOVE Fecha-Hoy TO Fecha-Num-Hasta
047296         ADD 1 TO Contador-Inc-Abiertas
047297     ELSE
047298         MOVE "CERRADA" TO Estado-Inc-Edicion
047299         MOVE FECHA-FIN-INC TO Fecha-Num-Hasta
047300         ADD 1 TO Contador-Inc-Cerradas
047301     END-IF
047302     COMPUTE Dias-Inc-Boleta =
047303         FUNCTION INTEGER-OF-DATE (Fecha-Num-Hasta)
047304         - FUNCTION INTEGER-OF-DATE (Fecha-Num-Desde) + 1
047305     IF Dias-Inc-Boleta < ZERO
047306         MOVE ZERO TO Dias-Inc-Boleta
047307     END-IF
      
047308     MOVE SPACES TO LineaReporteInc
047309     MOVE CEDULA TO LineaReporteInc (3:10)
047310     MOVE Nombre TO LineaReporteInc (14:30)
047311     MOVE Tipo-Inc-Edicion TO LineaReporteInc (45:10)
047312     MOVE FECHA-INI-INC TO LineaReporteInc (56:8)
047313     MOVE FECHA-FIN-INC TO LineaReporteInc (65:8)
047314     MOVE BOLETA-INC TO LineaReporteInc (74:12)
047315     MOVE Dias-Inc-Boleta TO Contador-Edicion-Calc
047316     MOVE Contador-Edicion-Calc TO LineaReporteInc (86:5)
047317     MOVE Estado-Inc-Edicion TO LineaReporteInc (92:8)
047318     WRITE LineaReporteInc.
047319 3592-INCAP-DETALLE-LEER-EXIT.
047320     EXIT.
      
047321******************************************************************
047322* 4000-EJECUTAR-LOTE
047323* Modo de ejecucion desatendida: lee los comandos del archivo
047324* ORDENES (CARGA-LOTE, CARGA-NOVEDADES, AGUINALDO aaaa,
047325* CALCULAR-TODOS p,
047326* REPORTE-PLANILLA p, EXTRACTO, PAGO-BANCO [p],
047327* PRECIERRE p, CERRAR-PERIODO p,
047328* COLILLAS p, CARGAS-PATRONALES p,
047329* DECLARACION-INS aaaamm, VARIACION p [umbral],
047330* COMPA-RATIO, BITACORA [CEDULA=c] [USUARIO=u] [CAMPO=x]
047331* [DESDE=aaaammdd] [HASTA=aaaammdd], CARGA-PRESUPUESTO,
047332* PRESUPUESTO aaaamm) y los
047333* ejecuta en secuencia. Cada paso terminado queda anotado en
047334* RUNCTL bajo el identificador de corrida (primera linea
047335* CORRIDA x), de modo que una reejecucion retoma en el primer
047336* paso pendiente. Un paso fallido detiene la corrida y deja
047337* codigo de retorno 8 (12 si no hay archivo ORDENES).
047338******************************************************************
047339 4000-EJECUTAR-LOTE.
047340     OPEN INPUT ArchivoOrdenes
047341     IF Estado-ArchivoOrdenes NOT = "00"
047342         DISPLAY "No se encontro el archivo ORDENES."
047343         MOVE 12 TO RETURN-CODE
047344         GO TO 4000-EJECUTAR-LOTE-EXIT
047345     END-IF
      
047346     MOVE "N" TO Bandera-ControlCargado
      
047347     MOVE ZERO TO Paso-Actual
047348     MOVE ZERO TO Contador-Pasos-Ejec
047349     MOVE ZERO TO Contador-Pasos-Omit
047350     MOVE "N" TO Bandera-FinOrdenes
047351     MOVE "N" TO Bandera-PasoFallido
      
047352     PERFORM 4020-PROCESAR-ORDEN
047353         THRU 4020-PROCESAR-ORDEN-EXIT
047354         UNTIL Fin-Ordenes OR Paso-Fallido
      
047355     CLOSE ArchivoOrdenes
      
047356     IF Paso-Fallido
047357         MOVE 8 TO RETURN-CODE
047358         DISPLAY "Corrida detenida por paso fallido."
047359     ELSE
047360         DISPLAY "Corrida por lote finalizada."
047361     END-IF
      
047362     MOVE Contador-Pasos-Ejec TO Contador-Edicion-Paso
047363     DISPLAY "Pasos ejecutados: ", Contador-Edicion-Paso
047364     MOVE Contador-Pasos-Omit TO Contador-Edicion-Paso
047365     DISPLAY "Pasos omitidos  : ", Contador-Edicion-Paso.
047366 4000-EJECUTAR-LOTE-EXIT.
047367     EXIT.
      
047368******************************************************************
047369* 4010-CARGAR-CONTROL
047370* Carga en memoria los pasos de la corrida actual que RUNCTL
047371* ya registra como completados en ejecuciones anteriores.
047372******************************************************************
047373 4010-CARGAR-CONTROL.
047374     MOVE ZERO TO Cantidad-Control
047375     OPEN INPUT ArchivoControl
047376     IF Estado-ArchivoControl NOT = "00"
047377         GO TO 4010-CARGAR-CONTROL-EXIT
047378     END-IF
      
047379     MOVE "N" TO Bandera-FinArchivo
047380     PERFORM 4011-CARGAR-CONTROL-LEER
047381         THRU 4011-CARGAR-CONTROL-LEER-EXIT
047382         UNTIL Fin-Archivo
      
047383     CLOSE ArchivoControl.
047384 4010-CARGAR-CONTROL-EXIT.
047385     EXIT.
      
047386 4011-CARGAR-CONTROL-LEER.
047387     READ ArchivoControl INTO Registro-Control
047388         AT END
047389             MOVE "S" TO Bandera-FinArchivo
047390         NOT AT END
047391             IF Corrida-Control = Corrida-Actual
047392                 AND Cantidad-Control < 100
047393                 ADD 1 TO Cantidad-Control
047394                 MOVE Corrida-Control TO
047395                     Corrida-Control-Tab (Cantidad-Control)
047396                 MOVE Paso-Control TO
047397                     Paso-Control-Tab (Cantidad-Control)
047398             END-IF
047399     END-READ.
047400 4011-CARGAR-CONTROL-LEER-EXIT.
047401     EXIT.
      
047402******************************************************************
047403* 4020-PROCESAR-ORDEN
047404* Lee y ejecuta la siguiente linea del archivo ORDENES. La
047405* linea CORRIDA define el identificador; las demas lineas son
047406* pasos numerados en su orden de aparicion.
047407******************************************************************
047408 4020-PROCESAR-ORDEN.
047409     READ ArchivoOrdenes INTO Linea-Orden
047410         AT END
047411             MOVE "S" TO Bandera-FinOrdenes
047412             GO TO 4020-PROCESAR-ORDEN-EXIT
047413     END-READ
      
047414     MOVE SPACES TO Comando-Orden
047415     MOVE SPACES TO Operando-Orden
047416     MOVE SPACES TO Parametro-Orden
047417     UNSTRING Linea-Orden DELIMITED BY ALL " "
047418         INTO Comando-Orden Operando-Orden Parametro-Orden
047419     END-UNSTRING
      
047420     IF Comando-Orden = SPACES
047421         GO TO 4020-PROCESAR-ORDEN-EXIT
047422     END-IF
      
047423     IF Comando-Orden = "CORRIDA"
047424         MOVE Operando-Orden TO Corrida-Actual
047425         GO TO 4020-PROCESAR-ORDEN-EXIT
047426     END-IF
      
047427     ADD 1 TO Paso-Actual
      
047428     IF NOT Control-Cargado
047429         PERFORM 4010-CARGAR-CONTROL
047430             THRU 4010-CARGAR-CONTROL-EXIT
047431         MOVE "S" TO Bandera-ControlCargado
047432     END-IF
      
047433     PERFORM 4030-REVISAR-PASO-HECHO
047434         THRU 4030-REVISAR-PASO-HECHO-EXIT
047435     IF Paso-Ya-Hecho
047436         ADD 1 TO Contador-Pasos-Omit
047437         DISPLAY "Paso ya completado, se omite: ",
047438             Comando-Orden
047439         GO TO 4020-PROCESAR-ORDEN-EXIT
047440     END-IF
      
047441     DISPLAY "Ejecutando paso: ", Comando-Orden
      
047442     MOVE "N" TO Bandera-PasoFallido
047443     PERFORM 4040-EJECUTAR-COMANDO
047444         THRU 4040-EJECUTAR-COMANDO-EXIT
      
047445     IF NOT Paso-Fallido
047446         ADD 1 TO Contador-Pasos-Ejec
047447         PERFORM 4050-REGISTRAR-CONTROL
047450             THRU 4050-REGISTRAR-CONTROL-EXIT
047460     END-IF.
047470 4020-PROCESAR-ORDEN-EXIT.
048030             PERFORM 2900-EXTRACTO-DEDUCCIONES
048040                 THRU 2900-EXTRACTO-DEDUCCIONES-EXIT
048050         WHEN "PAGO-BANCO"
048055             MOVE Operando-Orden TO PeriodoProceso
048060             PERFORM 3300-GENERAR-PAGOS-BANCO
048070                 THRU 3300-GENERAR-PAGOS-BANCO-EXIT
048080         WHEN "CERRAR-PERIODO"
048090             MOVE Operando-Orden TO PeriodoProceso
048100             PERFORM 3215-EJECUTAR-CIERRE
048110                 THRU 3215-EJECUTAR-CIERRE-EXIT
048111         WHEN "PRECIERRE"
048112             MOVE Operando-Orden TO PeriodoProceso
048113             PERFORM 3281-EJECUTAR-PRECIERRE
048114                 THRU 3281-EJECUTAR-PRECIERRE-EXIT
048115             IF Precierre-Fallido
048116                 MOVE "S" TO Bandera-PasoFallido
048117             END-IF
048120         WHEN "COLILLAS"
048130             MOVE Operando-Orden TO PeriodoProceso
048140             PERFORM 3415-EJECUTAR-COLILLAS
048190         WHEN "AUDITORIA"
048200             PERFORM 3700-AUDITAR-MAESTRO
048210                 THRU 3700-AUDITAR-MAESTRO-EXIT
048211         WHEN "CARGAS-PATRONALES"
048212             MOVE Operando-Orden TO PeriodoProceso
048213             PERFORM 4835-EJECUTAR-CARGAS
048214                 THRU 4835-EJECUTAR-CARGAS-EXIT
048215         WHEN "DECLARACION-INS"
048216             MOVE Operando-Orden TO MesDeclaracion
048217             PERFORM 4865-EJECUTAR-DECLARACION-INS
048218                 THRU 4865-EJECUTAR-DECLARACION-INS-EXIT
048219         WHEN "VARIACION"
048220             MOVE Operando-Orden TO PeriodoProceso
048221             PERFORM 4045-UMBRAL-VARIACION-LOTE
048222                 THRU 4045-UMBRAL-VARIACION-LOTE-EXIT
048223             IF NOT Paso-Fallido
048224                 PERFORM 4905-EJECUTAR-VARIACION
048225                     THRU 4905-EJECUTAR-VARIACION-EXIT
048226             END-IF
048228         WHEN "COMPA-RATIO"
048230             PERFORM 3565-EJECUTAR-COMPA-RATIO
048232                 THRU 3565-EJECUTAR-COMPA-RATIO-EXIT
048233         WHEN "BITACORA"
048234             PERFORM 4952-FILTROS-BITACORA-LOTE
048235                 THRU 4952-FILTROS-BITACORA-LOTE-EXIT
048236             IF NOT Paso-Fallido
048237                 PERFORM 4955-EJECUTAR-CONSULTA-BIT
048238                     THRU 4955-EJECUTAR-CONSULTA-BIT-EXIT
048239             END-IF
048240         WHEN "CARGA-PRESUPUESTO"
048241             PERFORM 4975-CARGA-LOTE-PRESUPUESTO
048242                 THRU 4975-CARGA-LOTE-PRESUPUESTO-EXIT
048243         WHEN "PRESUPUESTO"
048244             MOVE Operando-Orden TO Mes-Presupuesto
048245             PERFORM 4980-EJECUTAR-PRESUPUESTO
048246                 THRU 4980-EJECUTAR-PRESUPUESTO-EXIT
048247         WHEN OTHER
048248             DISPLAY "Comando desconocido: ", Comando-Orden
048249             MOVE "S" TO Bandera-PasoFallido
048250     END-EVALUATE.
048260 4040-EJECUTAR-COMANDO-EXIT.
048261     EXIT.
      
048262 4045-UMBRAL-VARIACION-LOTE.
048263     IF Parametro-Orden = SPACES
048264         MOVE 10.00 TO Umbral-Variacion
048265         GO TO 4045-UMBRAL-VARIACION-LOTE-EXIT
048266     END-IF
048267     IF FUNCTION TEST-NUMVAL (Parametro-Orden) NOT = 0
048268         DISPLAY "Umbral de variacion invalido: ", Parametro-Orden
048269         MOVE "S" TO Bandera-PasoFallido
048270         GO TO 4045-UMBRAL-VARIACION-LOTE-EXIT
048271     END-IF
048272     MOVE FUNCTION NUMVAL (Parametro-Orden) TO Umbral-Variacion.
048273 4045-UMBRAL-VARIACION-LOTE-EXIT.
048274     EXIT.
      
048280******************************************************************
048290* 4050-REGISTRAR-CONTROL
      
049780     MOVE Contador-Recarga TO Contador-Edicion-Calc
049790     DISPLAY "Registros recargados: ", Contador-Edicion-Calc
049800     DISPLAY "Maestro reconstruido desde RESPALDO."
      
049801     MOVE SPACES TO CEDULA
049802     MOVE "RECARGA MAESTRO" TO Campo-Bitacora
049803     MOVE "RESPALDO" TO ValorAnterior-Bitacora
049804     MOVE SPACES TO ValorNuevo-Bitacora
049805     STRING "REGISTROS RECARGADOS: " DELIMITED BY SIZE
049806            Contador-Edicion-Calc DELIMITED BY SIZE
049807         INTO ValorNuevo-Bitacora
049808     END-STRING
049809     PERFORM 2530-REGISTRAR-BITACORA
049810         THRU 2530-REGISTRAR-BITACORA-EXIT.
049811 3620-RECARGAR-MAESTRO-EXIT.
049820     EXIT.
      
049830 3621-RECARGAR-MAESTRO-LEER.
051970     MOVE DEDSEG-HIST-V1 TO DEDSEG-HIST
051980     MOVE SALNETO-HIST-V1 TO SALNETO-HIST
051990     MOVE DEPTO-HIST-V1 TO DEPTO-HIST
051995     MOVE ZERO TO CREDITO-HIST
052000     WRITE REGISTRO-HISTORIA
052010         INVALID KEY
052020             DISPLAY "Error al convertir historia: ",
052630     MOVE ESTADO-V1 TO EstadoEmpleado
052640     MOVE FECHABAJA-V1 TO FechaBaja
052650     MOVE CAUSABAJA-V1 TO CausaBaja
052660     MOVE SPACE TO MarcaCuenta
052665     MOVE SPACES TO CodigoPuesto
052667     MOVE ZERO TO CreditoFamiliar
052668     MOVE SPACE TO GrupoPago.
052670 3647-MAPEAR-EMPLEADO-V1-EXIT.
052680     EXIT.
      
054000* 3703-ANOTAR-ERROR
054010* Escribe en AUDITORIA la linea de detalle de la edicion
054020* fallida (cedula y descripcion) y marca el registro como malo.
054023* Durante la verificacion previa al cierre la linea va a
054026* PRECIERRE.
054030******************************************************************
054040 3703-ANOTAR-ERROR.
054050     MOVE "S" TO Bandera-RegistroMalo
054051     IF Auditoria-Precierre
054052         MOVE SPACES TO LineaPrecierre
054053         STRING "  "              DELIMITED BY SIZE
054054                CEDULA            DELIMITED BY SIZE
054055                "  "              DELIMITED BY SIZE
054056                Descripcion-Error DELIMITED BY SIZE
054057             INTO LineaPrecierre
054058         END-STRING
054059         WRITE LineaPrecierre
054060         GO TO 3703-ANOTAR-ERROR-EXIT
054061     END-IF
054062     MOVE SPACES TO LineaAuditoria
054070     STRING CEDULA            DELIMITED BY SIZE
054080            "  "              DELIMITED BY SIZE
054090            Descripcion-Error DELIMITED BY SIZE
055420         GO TO 3810-CAPTURAR-NOVEDAD-EXIT
055430     END-IF
      
055440     DISPLAY "INGRESE EL PERIODO DE LA NOVEDAD"
055445     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
055450     ACCEPT PeriodoProceso
055460     PERFORM 3211-VALIDAR-PERIODO
055470         THRU 3211-VALIDAR-PERIODO-EXIT
055480     IF NOT Periodo-Valido
055490         GO TO 3810-CAPTURAR-NOVEDAD-EXIT
055500     END-IF
055501     PERFORM 3207-EMPLEADO-DEL-GRUPO
055502         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
055503     IF NOT Empleado-En-Grupo
055504         DISPLAY "El empleado no es del grupo de pago del periodo"
055505         DISPLAY PeriodoProceso ". Captura cancelada."
055506         GO TO 3810-CAPTURAR-NOVEDAD-EXIT
055507     END-IF
055508     MOVE GrupoPago TO Grupo-Factores
055509     PERFORM 3205-FACTORES-GRUPO
055510         THRU 3205-FACTORES-GRUPO-EXIT
      
055511     MOVE CEDULA TO CEDULA-NOV
055520     MOVE PeriodoProceso TO PERIODO-NOV
055530     READ ArchivoNovedades KEY IS LLAVE-NOV
055540         INVALID KEY
055860     ACCEPT SALARIO-STRING
055870     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
055880         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
055890     IF Valor-Decimal-Validado > Tope-Dias-Periodo
055900         DISPLAY "Los dias de ausencia no pueden exceder los dias"
055910         DISPLAY "del periodo (" Tope-Dias-Periodo
055915             "). Captura cancelada."
055920         GO TO 3810-CAPTURAR-NOVEDAD-EXIT
055930     END-IF
055940     MOVE Valor-Decimal-Validado TO DIAS-AUSENCIA-NOV
056650 3830-ELIMINAR-NOVEDAD.
056660     DISPLAY "INGRESE LA CEDULA DE LA NOVEDAD A ELIMINAR"
056670     ACCEPT CEDULABUSCA
056680     DISPLAY "INGRESE EL PERIODO DE LA NOVEDAD"
056685     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
056690     ACCEPT PeriodoProceso
056700     PERFORM 3211-VALIDAR-PERIODO
056710         THRU 3211-VALIDAR-PERIODO-EXIT
056880     DELETE ArchivoNovedades RECORD
056890         INVALID KEY
056900             DISPLAY "Error al eliminar la novedad."
056905             GO TO 3830-ELIMINAR-NOVEDAD-EXIT
056910         NOT INVALID KEY
056920             DISPLAY "Novedad eliminada."
056930     END-DELETE
      
056931     MOVE CEDULA-NOV TO CEDULA
056932     MOVE "NOVEDAD" TO Campo-Bitacora
056933     MOVE PERIODO-NOV TO ValorAnterior-Bitacora
056934     MOVE "ELIMINADA" TO ValorNuevo-Bitacora
056935     PERFORM 2530-REGISTRAR-BITACORA
056936         THRU 2530-REGISTRAR-BITACORA-EXIT.
056940 3830-ELIMINAR-NOVEDAD-EXIT.
056950     EXIT.
      
057410         DISPLAY "Periodo invalido, se omite: ", CEDULA-LOTNOV
057420         GO TO 3841-CARGA-LOTENOV-LEER-EXIT
057430     END-IF
057431     PERFORM 3207-EMPLEADO-DEL-GRUPO
057432         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
057433     IF NOT Empleado-En-Grupo
057434         DISPLAY "Periodo de otro grupo de pago, se omite: ",
057435             CEDULA-LOTNOV
057436         GO TO 3841-CARGA-LOTENOV-LEER-EXIT
057437     END-IF
057438     MOVE GrupoPago TO Grupo-Factores
057439     PERFORM 3205-FACTORES-GRUPO
057440         THRU 3205-FACTORES-GRUPO-EXIT
      
057441     IF AUSENCIA-LOTNOV NOT NUMERIC
057450         OR AUSENCIA-LOTNOV > Tope-Dias-Periodo
057460         DISPLAY "Dias de ausencia invalidos (max ",
057470             Tope-Dias-Periodo, "), se omite: ", CEDULA-LOTNOV
057480         GO TO 3841-CARGA-LOTENOV-LEER-EXIT
057490     END-IF
      
057590                 INVALID KEY
057600                     DISPLAY "Error al cargar novedad: ",
057610                         CEDULA-LOTNOV
057615                     GO TO 3841-CARGA-LOTENOV-LEER-EXIT
057620                 NOT INVALID KEY
057630                     ADD 1 TO Contador-LoteNov
057640             END-REWRITE
057650         NOT INVALID KEY
057660             ADD 1 TO Contador-LoteNov
057670     END-WRITE
      
057671     MOVE "NOVEDAD" TO Campo-Bitacora
057672     MOVE PERIODO-NOV TO ValorAnterior-Bitacora
057673     MOVE "CARGA LOTENOVE" TO ValorNuevo-Bitacora
057674     PERFORM 2530-REGISTRAR-BITACORA
057675         THRU 2530-REGISTRAR-BITACORA-EXIT.
057680 3841-CARGA-LOTENOV-LEER-EXIT.
057690     EXIT.
      
      
061000     MOVE Contador-Pagos-Agui TO Cantidad-Pagos
061010     MOVE Total-Pagos-Agui TO Total-Pagos
061015     MOVE SPACES TO Periodo-Trailer
061020     WRITE LineaPagoAguinaldo FROM Trailer-Pago
      
061030     CLOSE ArchivoAguinaldo
      
066610     MOVE Contador-Reintentos TO Cantidad-Pagos
066620     MOVE Total-Reintentos TO Total-Pagos
066625     MOVE SPACES TO Periodo-Trailer
066630     WRITE LineaReintento FROM Trailer-Pago
      
066640     CLOSE ArchivoRetorno
069730 4730-ESCRIBIR-CONSTANCIA.
069740     MOVE ZERO TO Tot-Bruto-Constancia
069750     MOVE ZERO TO Tot-DedImp-Constancia
069755     MOVE ZERO TO Tot-Credito-Constancia
069760     MOVE ZERO TO Tot-DedSeg-Constancia
069770     MOVE ZERO TO Tot-Neto-Constancia
069780     MOVE ZERO TO Contador-Per-Constancia
070350         INTO LineaConstancia
070360     END-STRING
070370     WRITE LineaConstancia
070371     MOVE Tot-Credito-Constancia TO Monto-Edicion-Total
070372     MOVE SPACES TO LineaConstancia
070373     STRING "TOTAL CREDITO FAMIL.: " DELIMITED BY SIZE
070374            Monto-Edicion-Total DELIMITED BY SIZE
070375         INTO LineaConstancia
070376     END-STRING
070377     WRITE LineaConstancia
070380     MOVE Tot-DedSeg-Constancia TO Monto-Edicion-Total
070390     MOVE SPACES TO LineaConstancia
070400     STRING "TOTAL CCSS RETENIDA : " DELIMITED BY SIZE
070880     MOVE "NETO :" TO LineaConstancia (42:6)
070890     MOVE SALNETO-HIST TO Monto-Edicion
070900     MOVE Monto-Edicion TO LineaConstancia (49:14)
070910     WRITE LineaConstancia
      
070911     IF CREDITO-HIST NOT = ZERO
070912         MOVE SPACES TO LineaConstancia
070913         MOVE "CRED.:" TO LineaConstancia (19:6)
070914         MOVE CREDITO-HIST TO Monto-Edicion
070915         MOVE Monto-Edicion TO LineaConstancia (26:14)
070916         WRITE LineaConstancia
070917     END-IF.
070920 4731-DETALLE-ANO-LEER-EXIT.
070930     EXIT.
      
      
071070     ADD SALARIO-HIST TO Tot-Bruto-Constancia
071080     ADD DEDIMP-HIST TO Tot-DedImp-Constancia
071085     ADD CREDITO-HIST TO Tot-Credito-Constancia
071090     ADD DEDSEG-HIST TO Tot-DedSeg-Constancia
071100     ADD SALNETO-HIST TO Tot-Neto-Constancia
071110     ADD 1 TO Contador-Per-Constancia.
072420     EXIT.
      
072430******************************************************************
072440* 4800-MENU-CARGAS
072450* Submenu de cargas sociales patronales: consulta y
072460* actualizacion de los porcentajes de CARGASPAT, calculo de
072470* las cargas de un periodo cerrado y declaracion mensual de
072480* planilla al INS (riesgos del trabajo).
072490******************************************************************
072500 4800-MENU-CARGAS.
072510     DISPLAY "[1] Mostrar porcentajes de cargas vigentes"
072520     DISPLAY "[2] Actualizar porcentajes de cargas"
072530     DISPLAY "[3] Calcular cargas de un periodo cerrado"
072540     DISPLAY "[4] Declaracion mensual de planilla al INS"
072550     DISPLAY "[5] Volver al menu principal"
072560     ACCEPT OPCION
      
072570     EVALUATE OPCION
072580         WHEN "1"
072590             PERFORM 4810-MOSTRAR-PORC-CARGAS
072600                 THRU 4810-MOSTRAR-PORC-CARGAS-EXIT
072610         WHEN "2"
072620             PERFORM 4820-ACTUALIZAR-PORC-CARGAS
072630                 THRU 4820-ACTUALIZAR-PORC-CARGAS-EXIT
072640         WHEN "3"
072650             PERFORM 4830-REPORTE-CARGAS
072660                 THRU 4830-REPORTE-CARGAS-EXIT
072670         WHEN "4"
072680             PERFORM 4860-DECLARACION-INS
072690                 THRU 4860-DECLARACION-INS-EXIT
072700         WHEN "5"
072710             CONTINUE
072720         WHEN OTHER
072730             DISPLAY "Opcion invalida. Intente de nuevo."
072740     END-EVALUATE.
072750 4800-MENU-CARGAS-EXIT.
072760     EXIT.
      
072770******************************************************************
072780* 4810-MOSTRAR-PORC-CARGAS
072790* Despliega en pantalla los porcentajes de cargas patronales
072800* vigentes y la poliza de riesgos del trabajo.
072810******************************************************************
072820 4810-MOSTRAR-PORC-CARGAS.
072830     DISPLAY "*** PORCENTAJES DE CARGAS PATRONALES ***"
072840     MOVE Porc-CCSSPat-Param TO Porcentaje-Edicion
072850     DISPLAY "CCSS patronal             : ", Porcentaje-Edicion
072860     MOVE Porc-Popular-Param TO Porcentaje-Edicion
072870     DISPLAY "Banco Popular patronal    : ", Porcentaje-Edicion
072880     MOVE Porc-LPT-Param TO Porcentaje-Edicion
072890     DISPLAY "Aportes LPT               : ", Porcentaje-Edicion
072900     MOVE Porc-INS-Param TO Porcentaje-Edicion
072910     DISPLAY "Riesgos del trabajo INS   : ", Porcentaje-Edicion
072920     DISPLAY "Poliza de riesgos INS     : ", Poliza-INS-Param
072930     DISPLAY "Fecha de vigencia         : ",
072940         Vigencia-Cargas-Param.
072950 4810-MOSTRAR-PORC-CARGAS-EXIT.
072960     EXIT.
      
072970******************************************************************
072980* 4820-ACTUALIZAR-PORC-CARGAS
072990* Captura los porcentajes de cargas patronales, los valida con
073000* la rutina de decimales y los persiste en CARGASPAT, con
073010* constancia en la bitacora. Reservado al rol supervisor.
073020******************************************************************
073030 4820-ACTUALIZAR-PORC-CARGAS.
073040     IF NOT Usuario-Supervisor
073050         DISPLAY "Operacion reservada al rol supervisor."
073060         GO TO 4820-ACTUALIZAR-PORC-CARGAS-EXIT
073070     END-IF
      
073080     DISPLAY "Ingrese porcentaje CCSS patronal (numero decimal)."
073090     ACCEPT SALARIO-STRING
073100     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
073110         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
073120     MOVE Valor-Decimal-Validado TO Porc-CCSSPat-Param
      
073130     DISPLAY "Ingrese porcentaje patronal Banco Popular."
073140     ACCEPT SALARIO-STRING
073150     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
073160         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
073170     MOVE Valor-Decimal-Validado TO Porc-Popular-Param
      
073180     DISPLAY "Ingrese porcentaje de aportes LPT."
073190     ACCEPT SALARIO-STRING
073200     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
073210         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
073220     MOVE Valor-Decimal-Validado TO Porc-LPT-Param
      
073230     DISPLAY "Ingrese porcentaje de riesgos del trabajo INS."
073240     ACCEPT SALARIO-STRING
073250     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
073260         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
073270     MOVE Valor-Decimal-Validado TO Porc-INS-Param
      
073280     DISPLAY "Ingrese el numero de poliza de riesgos del INS."
073290     ACCEPT Poliza-INS-Param
073300     DISPLAY "Ingrese fecha de vigencia (AAAAMMDD)."
073310     ACCEPT Vigencia-Cargas-Param
      
073320     PERFORM 4826-GRABAR-PORC-CARGAS
073330         THRU 4826-GRABAR-PORC-CARGAS-EXIT
      
073340     MOVE SPACES TO CEDULA
073350     MOVE "PARAMETROS CARGAS" TO Campo-Bitacora
073360     MOVE "CARGASPAT" TO ValorAnterior-Bitacora
073370     MOVE Vigencia-Cargas-Param TO ValorNuevo-Bitacora
073380     PERFORM 2530-REGISTRAR-BITACORA
073390         THRU 2530-REGISTRAR-BITACORA-EXIT.
073400 4820-ACTUALIZAR-PORC-CARGAS-EXIT.
073410     EXIT.
      
073420******************************************************************
073430* 4825-CARGAR-PORC-CARGAS
073440* Carga los porcentajes de cargas patronales desde CARGASPAT al
073450* iniciar. Si el archivo no existe quedan en cero y el cierre
073460* no genera lineas de cargas en el asiento.
073470******************************************************************
073480 4825-CARGAR-PORC-CARGAS.
073490     OPEN INPUT ArchivoCargasPat
073500     IF Estado-ArchivoCargasPat NOT = "00"
073510         GO TO 4825-CARGAR-PORC-CARGAS-EXIT
073520     END-IF
      
073530     READ ArchivoCargasPat INTO Parametros-Cargas
073540         AT END
073550             CONTINUE
073560     END-READ
      
073570     CLOSE ArchivoCargasPat.
073580 4825-CARGAR-PORC-CARGAS-EXIT.
073590     EXIT.
      
073600******************************************************************
073610* 4826-GRABAR-PORC-CARGAS
073620* Persiste los porcentajes de cargas patronales en CARGASPAT.
073630******************************************************************
073640 4826-GRABAR-PORC-CARGAS.
073650     OPEN OUTPUT ArchivoCargasPat
073660     IF Estado-ArchivoCargasPat NOT = "00"
073670         DISPLAY "No se pudo abrir el archivo CARGASPAT."
073680         GO TO 4826-GRABAR-PORC-CARGAS-EXIT
073690     END-IF
      
073700     WRITE RegistroCargasPat FROM Parametros-Cargas
      
073710     CLOSE ArchivoCargasPat
      
073720     DISPLAY "Porcentajes de cargas grabados en CARGASPAT.".
073730 4826-GRABAR-PORC-CARGAS-EXIT.
073740     EXIT.
      
073750******************************************************************
073760* 4830-REPORTE-CARGAS
073770* Pide el periodo cerrado y genera el reporte de cargas
073780* patronales del periodo.
073790******************************************************************
073800 4830-REPORTE-CARGAS.
073810     DISPLAY "INGRESE EL PERIODO CERRADO"
073815     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
073820     ACCEPT PeriodoProceso
      
073830     PERFORM 4835-EJECUTAR-CARGAS
073840         THRU 4835-EJECUTAR-CARGAS-EXIT.
073850 4830-REPORTE-CARGAS-EXIT.
073860     EXIT.
      
073870******************************************************************
073880* 4835-EJECUTAR-CARGAS
073890* Genera en CARGAS el calculo de las cargas patronales del
073900* periodo cerrado cargado en PeriodoProceso sobre el bruto
073910* congelado en HISTORIA: una linea por empleado con la cuota
073920* patronal CCSS, Banco Popular, LPT, riesgos del trabajo INS y
073930* el total, subtotales por departamento y totales generales.
073940* Lo comparten el menu y el modo de ejecucion por lote
073950* (comando CARGAS-PATRONALES p).
073960******************************************************************
073970 4835-EJECUTAR-CARGAS.
073980     PERFORM 3211-VALIDAR-PERIODO
073990         THRU 3211-VALIDAR-PERIODO-EXIT
074000     IF NOT Periodo-Valido
074010         MOVE "S" TO Bandera-PasoFallido
074020         GO TO 4835-EJECUTAR-CARGAS-EXIT
074030     END-IF
      
074040     PERFORM 3212-REVISAR-PERIODO-CERRADO
074050         THRU 3212-REVISAR-PERIODO-CERRADO-EXIT
074060     IF NOT Periodo-Ya-Cerrado
074070         DISPLAY "El periodo no esta cerrado. Use el cierre."
074080         MOVE "S" TO Bandera-PasoFallido
074090         GO TO 4835-EJECUTAR-CARGAS-EXIT
074100     END-IF
      
074110     OPEN OUTPUT ArchivoCargas
074120     IF Estado-ArchivoCargas NOT = "00"
074130         DISPLAY "No se pudo abrir el archivo CARGAS."
074140         MOVE "S" TO Bandera-PasoFallido
074150         GO TO 4835-EJECUTAR-CARGAS-EXIT
074160     END-IF
      
074170     MOVE SPACES TO LineaCargas
074180     STRING "CARGAS SOCIALES PATRONALES - PERIODO "
074190         DELIMITED BY SIZE
074200            PeriodoProceso DELIMITED BY SIZE
074210         INTO LineaCargas
074220     END-STRING
074230     WRITE LineaCargas
074240     MOVE SPACES TO LineaCargas
074250     MOVE Porc-CCSSPat-Param TO Porcentaje-Edicion
074260     STRING "PORCENTAJES CCSS: " DELIMITED BY SIZE
074270            Porcentaje-Edicion DELIMITED BY SIZE
074280         INTO LineaCargas
074290     END-STRING
074300     MOVE Porc-Popular-Param TO Porcentaje-Edicion
074310     MOVE " POPULAR: " TO LineaCargas (24:10)
074320     MOVE Porcentaje-Edicion TO LineaCargas (34:5)
074330     MOVE Porc-LPT-Param TO Porcentaje-Edicion
074340     MOVE " LPT: " TO LineaCargas (39:6)
074350     MOVE Porcentaje-Edicion TO LineaCargas (45:5)
074360     MOVE Porc-INS-Param TO Porcentaje-Edicion
074370     MOVE " INS: " TO LineaCargas (50:6)
074380     MOVE Porcentaje-Edicion TO LineaCargas (56:5)
074390     MOVE " POLIZA: " TO LineaCargas (61:9)
074400     MOVE Poliza-INS-Param TO LineaCargas (70:10)
074410     WRITE LineaCargas
074420     MOVE SPACES TO LineaCargas
074430     MOVE "CEDULA" TO LineaCargas (1:6)
074440     MOVE "NOMBRE" TO LineaCargas (12:6)
074450     MOVE "DEPT" TO LineaCargas (43:4)
074460     MOVE "BRUTO" TO LineaCargas (59:5)
074470     MOVE "CCSS PATRONAL" TO LineaCargas (68:13)
074480     MOVE "BANCO POPULAR" TO LineaCargas (85:13)
074490     MOVE "LPT" TO LineaCargas (112:3)
074500     MOVE "RIESGOS INS" TO LineaCargas (121:11)
074510     MOVE "TOTAL" TO LineaCargas (144:5)
074520     WRITE LineaCargas
      
074530     MOVE "S" TO Bandera-DetalleCargas
074540     PERFORM 4840-CALCULAR-CARGAS-PERIODO
074550         THRU 4840-CALCULAR-CARGAS-PERIODO-EXIT
074560     MOVE "N" TO Bandera-DetalleCargas
      
074570     PERFORM 4845-SUBTOTALES-CARGAS
074580         THRU 4845-SUBTOTALES-CARGAS-EXIT
      
074590     MOVE SPACES TO LineaCargas
074600     MOVE "TOTALES GENERALES" TO LineaCargas (1:17)
074610     MOVE Total-Bruto-Cargas TO Monto-Edicion-Total
074620     MOVE Monto-Edicion-Total TO LineaCargas (48:16)
074630     MOVE Total-CCSS-Cargas TO Monto-Edicion-Total
074640     MOVE Monto-Edicion-Total TO LineaCargas (65:16)
074650     MOVE Total-Popular-Cargas TO Monto-Edicion-Total
074660     MOVE Monto-Edicion-Total TO LineaCargas (82:16)
074670     MOVE Total-LPT-Cargas TO Monto-Edicion-Total
074680     MOVE Monto-Edicion-Total TO LineaCargas (99:16)
074690     MOVE Total-INS-Cargas TO Monto-Edicion-Total
074700     MOVE Monto-Edicion-Total TO LineaCargas (116:16)
074710     MOVE Total-General-Cargas TO Monto-Edicion-Total
074720     MOVE Monto-Edicion-Total TO LineaCargas (133:16)
074730     WRITE LineaCargas
      
074740     CLOSE ArchivoCargas
      
074750     MOVE Contador-Cargas TO Contador-Edicion-Calc
074760     DISPLAY "Empleados con cargas  : ", Contador-Edicion-Calc
074770     MOVE Total-General-Cargas TO Monto-Edicion-Total
074780     DISPLAY "Total cargas patronal : ", Monto-Edicion-Total
074790     DISPLAY "Reporte de cargas generado en CARGAS.".
074800 4835-EJECUTAR-CARGAS-EXIT.
074810     EXIT.
      
074820******************************************************************
074830* 4840-CALCULAR-CARGAS-PERIODO
074840* Recorre HISTORIA y calcula las cargas patronales de cada
074850* registro del periodo PeriodoProceso, acumulando los totales
074860* por institucion y la tabla de cargas por departamento. Con
074870* la bandera de detalle encendida escribe ademas la linea del
074880* empleado en CARGAS; sin ella solo acumula (asiento del
074890* cierre).
074900******************************************************************
074910 4840-CALCULAR-CARGAS-PERIODO.
074920     MOVE ZERO TO Contador-Cargas
074930     MOVE ZERO TO Total-Bruto-Cargas
074940     MOVE ZERO TO Total-CCSS-Cargas
074950     MOVE ZERO TO Total-Popular-Cargas
074960     MOVE ZERO TO Total-LPT-Cargas
074970     MOVE ZERO TO Total-INS-Cargas
074980     MOVE ZERO TO Total-General-Cargas
074990     MOVE ZERO TO Cantidad-Deptos-Carga
      
075000     MOVE "N" TO Bandera-FinHistoria
075010     MOVE LOW-VALUES TO LLAVE-HIST
075020     START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
075030         INVALID KEY
075040             MOVE "S" TO Bandera-FinHistoria
075050     END-START
      
075060     PERFORM 4841-CALCULAR-CARGAS-LEER
075070         THRU 4841-CALCULAR-CARGAS-LEER-EXIT
075080         UNTIL Fin-Historia.
075090 4840-CALCULAR-CARGAS-PERIODO-EXIT.
075100     EXIT.
      
075110 4841-CALCULAR-CARGAS-LEER.
075120     READ ArchivoHistoria NEXT RECORD
075130         AT END
075140             MOVE "S" TO Bandera-FinHistoria
075150             GO TO 4841-CALCULAR-CARGAS-LEER-EXIT
075160     END-READ
075170     IF PERIODO-HIST NOT = PeriodoProceso
075180         GO TO 4841-CALCULAR-CARGAS-LEER-EXIT
075190     END-IF
      
075200     MOVE SALARIO-HIST TO Bruto-Carga-Emp
075210     PERFORM 4842-CALCULAR-CARGAS-EMPLEADO
075220         THRU 4842-CALCULAR-CARGAS-EMPLEADO-EXIT
      
075230     ADD 1 TO Contador-Cargas
075240     ADD Bruto-Carga-Emp TO Total-Bruto-Cargas
075250     ADD Carga-CCSS-Emp TO Total-CCSS-Cargas
075260     ADD Carga-Popular-Emp TO Total-Popular-Cargas
075270     ADD Carga-LPT-Emp TO Total-LPT-Cargas
075280     ADD Carga-INS-Emp TO Total-INS-Cargas
075290     ADD Carga-Total-Emp TO Total-General-Cargas
075300     PERFORM 4843-ACUMULAR-CARGAS-DEPTO
075310         THRU 4843-ACUMULAR-CARGAS-DEPTO-EXIT
      
075320     IF NOT Cargas-Con-Detalle
075330         GO TO 4841-CALCULAR-CARGAS-LEER-EXIT
075340     END-IF
      
075350     MOVE CEDULA-HIST TO CEDULA
075360     READ ArchivoEmpleados KEY IS CEDULA
075370         INVALID KEY
075380             MOVE SPACES TO Nombre
075390     END-READ
      
075400     MOVE SPACES TO LineaCargas
075410     MOVE CEDULA-HIST TO LineaCargas (1:10)
075420     MOVE Nombre TO LineaCargas (12:30)
075430     MOVE DEPTO-HIST TO LineaCargas (43:4)
075440     MOVE Bruto-Carga-Emp TO Monto-Edicion-Total
075450     MOVE Monto-Edicion-Total TO LineaCargas (48:16)
075460     MOVE Carga-CCSS-Emp TO Monto-Edicion-Total
075470     MOVE Monto-Edicion-Total TO LineaCargas (65:16)
075480     MOVE Carga-Popular-Emp TO Monto-Edicion-Total
075490     MOVE Monto-Edicion-Total TO LineaCargas (82:16)
075500     MOVE Carga-LPT-Emp TO Monto-Edicion-Total
075510     MOVE Monto-Edicion-Total TO LineaCargas (99:16)
075520     MOVE Carga-INS-Emp TO Monto-Edicion-Total
075530     MOVE Monto-Edicion-Total TO LineaCargas (116:16)
075540     MOVE Carga-Total-Emp TO Monto-Edicion-Total
075550     MOVE Monto-Edicion-Total TO LineaCargas (133:16)
075560     WRITE LineaCargas.
075570 4841-CALCULAR-CARGAS-LEER-EXIT.
075580     EXIT.
      
075590******************************************************************
075600* 4842-CALCULAR-CARGAS-EMPLEADO
075610* Aplica los porcentajes de CARGASPAT al bruto cargado en
075620* Bruto-Carga-Emp. El total es la suma de las cuotas ya
075630* redondeadas, de modo que el asiento cuadra al centimo.
075640******************************************************************
075650 4842-CALCULAR-CARGAS-EMPLEADO.
075660     COMPUTE Carga-CCSS-Emp ROUNDED =
075670         Bruto-Carga-Emp * Porc-CCSSPat-Param / 100
075680     COMPUTE Carga-Popular-Emp ROUNDED =
075690         Bruto-Carga-Emp * Porc-Popular-Param / 100
075700     COMPUTE Carga-LPT-Emp ROUNDED =
075710         Bruto-Carga-Emp * Porc-LPT-Param / 100
075720     COMPUTE Carga-INS-Emp ROUNDED =
075730         Bruto-Carga-Emp * Porc-INS-Param / 100
075740     COMPUTE Carga-Total-Emp =
075750         Carga-CCSS-Emp + Carga-Popular-Emp
075760         + Carga-LPT-Emp + Carga-INS-Emp.
075770 4842-CALCULAR-CARGAS-EMPLEADO-EXIT.
075780     EXIT.
      
075790******************************************************************
075800* 4843-ACUMULAR-CARGAS-DEPTO
075810* Acumula las cargas del registro de HISTORIA en proceso bajo
075820* su departamento en la tabla de cargas, agregando el
075830* departamento la primera vez.
075840******************************************************************
075850 4843-ACUMULAR-CARGAS-DEPTO.
075860     MOVE "N" TO Bandera-CargaHallada
075870     IF Cantidad-Deptos-Carga > ZERO
075880         PERFORM 4844-BUSCAR-CARGAS-TABLA
075890             THRU 4844-BUSCAR-CARGAS-TABLA-EXIT
075900             VARYING Ndx-Carga FROM 1 BY 1
075910             UNTIL Ndx-Carga > Cantidad-Deptos-Carga
075920                 OR Carga-Hallada
075930     END-IF
      
075940     IF NOT Carga-Hallada
075950         IF Cantidad-Deptos-Carga < 50
075960             ADD 1 TO Cantidad-Deptos-Carga
075970             MOVE Cantidad-Deptos-Carga TO Ndx-Carga-Hallado
075980             MOVE DEPTO-HIST
075990                 TO Codigo-Depto-Carga (Ndx-Carga-Hallado)
076000             MOVE ZERO TO Cantidad-Emp-Carga (Ndx-Carga-Hallado)
076010             MOVE ZERO TO Sub-Bruto-Carga (Ndx-Carga-Hallado)
076020             MOVE ZERO TO Sub-CCSS-Carga (Ndx-Carga-Hallado)
076030             MOVE ZERO TO Sub-Popular-Carga (Ndx-Carga-Hallado)
076040             MOVE ZERO TO Sub-LPT-Carga (Ndx-Carga-Hallado)
076050             MOVE ZERO TO Sub-INS-Carga (Ndx-Carga-Hallado)
076060             MOVE ZERO TO Sub-Total-Carga (Ndx-Carga-Hallado)
076070         ELSE
076080             DISPLAY "Tabla de departamentos llena; se omite ",
076090                 DEPTO-HIST
076100             GO TO 4843-ACUMULAR-CARGAS-DEPTO-EXIT
076110         END-IF
076120     END-IF
      
076130     ADD 1 TO Cantidad-Emp-Carga (Ndx-Carga-Hallado)
076140     ADD Bruto-Carga-Emp TO Sub-Bruto-Carga (Ndx-Carga-Hallado)
076150     ADD Carga-CCSS-Emp TO Sub-CCSS-Carga (Ndx-Carga-Hallado)
076160     ADD Carga-Popular-Emp
076170         TO Sub-Popular-Carga (Ndx-Carga-Hallado)
076180     ADD Carga-LPT-Emp TO Sub-LPT-Carga (Ndx-Carga-Hallado)
076190     ADD Carga-INS-Emp TO Sub-INS-Carga (Ndx-Carga-Hallado)
076200     ADD Carga-Total-Emp TO Sub-Total-Carga (Ndx-Carga-Hallado).
076210 4843-ACUMULAR-CARGAS-DEPTO-EXIT.
076220     EXIT.
      
076230 4844-BUSCAR-CARGAS-TABLA.
076240     IF Codigo-Depto-Carga (Ndx-Carga) = DEPTO-HIST
076250         MOVE "S" TO Bandera-CargaHallada
076260         MOVE Ndx-Carga TO Ndx-Carga-Hallado
076270     END-IF.
076280 4844-BUSCAR-CARGAS-TABLA-EXIT.
076290     EXIT.
      
076300******************************************************************
076310* 4845-SUBTOTALES-CARGAS
076320* Escribe en CARGAS el bloque de cargas patronales
076330* subtotalizadas por departamento.
076340******************************************************************
076350 4845-SUBTOTALES-CARGAS.
076360     IF Cantidad-Deptos-Carga = ZERO
076370         GO TO 4845-SUBTOTALES-CARGAS-EXIT
076380     END-IF
      
076390     MOVE SPACES TO LineaCargas
076400     WRITE LineaCargas
076410     MOVE "SUBTOTALES POR DEPARTAMENTO" TO LineaCargas
076420     WRITE LineaCargas
      
076430     PERFORM 4846-SUBTOTAL-CARGAS-LINEA
076440         THRU 4846-SUBTOTAL-CARGAS-LINEA-EXIT
076450         VARYING Ndx-Carga FROM 1 BY 1
076460         UNTIL Ndx-Carga > Cantidad-Deptos-Carga
      
076470     MOVE SPACES TO LineaCargas
076480     WRITE LineaCargas.
076490 4845-SUBTOTALES-CARGAS-EXIT.
076500     EXIT.
      
076510 4846-SUBTOTAL-CARGAS-LINEA.
076520     MOVE Cantidad-Emp-Carga (Ndx-Carga) TO Contador-Edicion-Calc
076530     MOVE SPACES TO LineaCargas
076540     STRING "DEPTO " DELIMITED BY SIZE
076550            Codigo-Depto-Carga (Ndx-Carga) DELIMITED BY SIZE
076560            " EMP: " DELIMITED BY SIZE
076570            Contador-Edicion-Calc DELIMITED BY SIZE
076580         INTO LineaCargas
076590     END-STRING
076600     MOVE Sub-Bruto-Carga (Ndx-Carga) TO Monto-Edicion-Total
076610     MOVE Monto-Edicion-Total TO LineaCargas (48:16)
076620     MOVE Sub-CCSS-Carga (Ndx-Carga) TO Monto-Edicion-Total
076630     MOVE Monto-Edicion-Total TO LineaCargas (65:16)
076640     MOVE Sub-Popular-Carga (Ndx-Carga) TO Monto-Edicion-Total
076650     MOVE Monto-Edicion-Total TO LineaCargas (82:16)
076660     MOVE Sub-LPT-Carga (Ndx-Carga) TO Monto-Edicion-Total
076670     MOVE Monto-Edicion-Total TO LineaCargas (99:16)
076680     MOVE Sub-INS-Carga (Ndx-Carga) TO Monto-Edicion-Total
076690     MOVE Monto-Edicion-Total TO LineaCargas (116:16)
076700     MOVE Sub-Total-Carga (Ndx-Carga) TO Monto-Edicion-Total
076710     MOVE Monto-Edicion-Total TO LineaCargas (133:16)
076720     WRITE LineaCargas.
076730 4846-SUBTOTAL-CARGAS-LINEA-EXIT.
076740     EXIT.
      
076750******************************************************************
076760* 4860-DECLARACION-INS
076770* Pide el mes y genera la declaracion mensual de planilla al
076780* INS para la poliza de riesgos del trabajo.
076790******************************************************************
076800 4860-DECLARACION-INS.
076810     DISPLAY "INGRESE EL MES A DECLARAR (AAAAMM)"
076820     ACCEPT MesDeclaracion
      
076830     PERFORM 4865-EJECUTAR-DECLARACION-INS
076840         THRU 4865-EJECUTAR-DECLARACION-INS-EXIT.
076850 4860-DECLARACION-INS-EXIT.
076860     EXIT.
      
076870******************************************************************
076880* 4865-EJECUTAR-DECLARACION-INS
076890* Genera en DECLINS la planilla mensual del mes MesDeclaracion
076900* para el INS: un registro "D" por empleado con el salario
076910* del mes (suma de los periodos cerrados del mes en HISTORIA)
076920* y la prima de riesgos del trabajo, y un trailer "T" con la
076930* cantidad de empleados, el total de salarios y el total de
076940* primas. Incluye a los inactivos que devengaron en el mes.
076950* Lo comparten el menu y el modo de ejecucion por lote
076960* (comando DECLARACION-INS aaaamm).
076970******************************************************************
076980 4865-EJECUTAR-DECLARACION-INS.
076990     IF MesDeclaracion NOT NUMERIC
077000         OR MesDeclaracion (5:2) < "01"
077010         OR MesDeclaracion (5:2) > "12"
077020         DISPLAY "Mes invalido. Use el formato AAAAMM."
077030         MOVE "S" TO Bandera-PasoFallido
077040         GO TO 4865-EJECUTAR-DECLARACION-INS-EXIT
077050     END-IF
      
077060     OPEN OUTPUT ArchivoDeclaracionIns
077070     IF Estado-ArchivoDeclIns NOT = "00"
077080         DISPLAY "No se pudo abrir el archivo DECLINS."
077090         MOVE "S" TO Bandera-PasoFallido
077100         GO TO 4865-EJECUTAR-DECLARACION-INS-EXIT
077110     END-IF
      
077120     MOVE ZERO TO Contador-Decl-Ins
077130     MOVE ZERO TO Total-Salario-Ins
077140     MOVE ZERO TO Total-Prima-Ins
077150     MOVE Poliza-INS-Param TO Poliza-Decl
077160     MOVE MesDeclaracion TO Mes-Decl
      
077170     MOVE "N" TO Bandera-FinArchivo
077180     MOVE LOW-VALUES TO CEDULA
077190     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
077200         INVALID KEY
077210             MOVE "S" TO Bandera-FinArchivo
077220     END-START
      
077230     PERFORM 4866-DECLARACION-INS-LEER
077240         THRU 4866-DECLARACION-INS-LEER-EXIT
077250         UNTIL Fin-Archivo
      
077260     MOVE Poliza-INS-Param TO Poliza-Trailer-Decl
077270     MOVE MesDeclaracion TO Mes-Trailer-Decl
077280     MOVE Contador-Decl-Ins TO Cantidad-Decl
077290     MOVE Total-Salario-Ins TO Total-Salario-Decl
077300     MOVE Total-Prima-Ins TO Total-Prima-Decl
077310     WRITE LineaDeclaracionIns FROM Trailer-Declaracion-Ins
      
077320     CLOSE ArchivoDeclaracionIns
      
077330     MOVE Contador-Decl-Ins TO Contador-Edicion-Calc
077340     DISPLAY "Empleados declarados  : ", Contador-Edicion-Calc
077350     MOVE Total-Salario-Ins TO Monto-Edicion-Total
077360     DISPLAY "Salarios del mes      : ", Monto-Edicion-Total
077370     MOVE Total-Prima-Ins TO Monto-Edicion-Total
077380     DISPLAY "Prima riesgos trabajo : ", Monto-Edicion-Total
077390     DISPLAY "Declaracion al INS generada en DECLINS.".
077400 4865-EJECUTAR-DECLARACION-INS-EXIT.
077410     EXIT.
      
077420 4866-DECLARACION-INS-LEER.
077430     READ ArchivoEmpleados NEXT RECORD
077440         AT END
077450             MOVE "S" TO Bandera-FinArchivo
077460             GO TO 4866-DECLARACION-INS-LEER-EXIT
077470     END-READ
      
077480     MOVE ZERO TO Salario-Mes-Ins
077490     MOVE "N" TO Bandera-FinHistoria
077500     MOVE CEDULA TO CEDULA-HIST
077510     MOVE SPACES TO PERIODO-HIST
077520     MOVE MesDeclaracion TO PERIODO-HIST (1:6)
077530     START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
077540         INVALID KEY
077550             MOVE "S" TO Bandera-FinHistoria
077560     END-START
      
077570     PERFORM 4867-SUMAR-MES-INS-LEER
077580         THRU 4867-SUMAR-MES-INS-LEER-EXIT
077590         UNTIL Fin-Historia
      
077600     IF Salario-Mes-Ins = ZERO
077610         GO TO 4866-DECLARACION-INS-LEER-EXIT
077620     END-IF
      
077630     COMPUTE Prima-Mes-Ins ROUNDED =
077640         Salario-Mes-Ins * Porc-INS-Param / 100
      
077650     MOVE CEDULA TO Cedula-Decl
077660     MOVE Nombre TO Nombre-Decl
077670     MOVE Salario-Mes-Ins TO Salario-Decl
077680     MOVE Prima-Mes-Ins TO Prima-Decl
077690     WRITE LineaDeclaracionIns FROM Detalle-Declaracion-Ins
      
077700     ADD 1 TO Contador-Decl-Ins
077710     ADD Salario-Mes-Ins TO Total-Salario-Ins
077720     ADD Prima-Mes-Ins TO Total-Prima-Ins.
077730 4866-DECLARACION-INS-LEER-EXIT.
077740     EXIT.
      
077750 4867-SUMAR-MES-INS-LEER.
077760     READ ArchivoHistoria NEXT RECORD
077770         AT END
077780             MOVE "S" TO Bandera-FinHistoria
077790             GO TO 4867-SUMAR-MES-INS-LEER-EXIT
077800     END-READ
077810     IF CEDULA-HIST NOT = CEDULA
077820         OR PERIODO-HIST (1:6) NOT = MesDeclaracion
077830         MOVE "S" TO Bandera-FinHistoria
077840         GO TO 4867-SUMAR-MES-INS-LEER-EXIT
077850     END-IF
077860     ADD SALARIO-HIST TO Salario-Mes-Ins.
077870 4867-SUMAR-MES-INS-LEER-EXIT.
077880     EXIT.
      
077890******************************************************************
077900* 4900-REPORTE-VARIACION
077910* Pide el periodo calculado y el umbral de variacion del neto
077920* y genera el reporte de variaciones contra el ultimo cierre.
077930******************************************************************
077940 4900-REPORTE-VARIACION.
077950     DISPLAY "INGRESE EL PERIODO CALCULADO"
077955     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
077960     ACCEPT PeriodoProceso
      
077970     PERFORM 4901-PEDIR-UMBRAL
077980         THRU 4901-PEDIR-UMBRAL-EXIT
      
077990     PERFORM 4905-EJECUTAR-VARIACION
078000         THRU 4905-EJECUTAR-VARIACION-EXIT.
078010 4900-REPORTE-VARIACION-EXIT.
078020     EXIT.
      
078030 4901-PEDIR-UMBRAL.
078040     DISPLAY "Ingrese el umbral de variacion del neto en %"
078050     DISPLAY "(numero decimal, por ejemplo 10.00)."
078060     ACCEPT SALARIO-STRING
078070     PERFORM 2120-VALIDAR-DECIMAL-ENTRADA
078080         THRU 2120-VALIDAR-DECIMAL-ENTRADA-EXIT
078090     MOVE Valor-Decimal-Validado TO Umbral-Variacion.
078100 4901-PEDIR-UMBRAL-EXIT.
078110     EXIT.
      
078120******************************************************************
078130* 4905-EJECUTAR-VARIACION
078140* Genera en VARIACION la comparacion de la planilla calculada
078150* para PeriodoProceso contra el ultimo periodo cerrado, antes
078160* de liberar el pago. Para cada empleado activo compara bruto,
078170* deducciones y neto contra su ultimo periodo cerrado en
078180* HISTORIA y lista los empleados nuevos (sin historia), los
078190* ausentes de la corrida (en el ultimo cierre pero inactivos
078200* o purgados), los inactivos que aun tienen neto y los netos
078210* que variaron mas que Umbral-Variacion. Cierra con las
078220* diferencias por departamento y los totales generales entre
078230* el ultimo cierre y la corrida. Lo comparten el menu, el
078240* calculo de planilla completa y el modo de ejecucion por lote
078250* (comando VARIACION p [umbral]).
078260******************************************************************
078270 4905-EJECUTAR-VARIACION.
078280     PERFORM 3211-VALIDAR-PERIODO
078290         THRU 3211-VALIDAR-PERIODO-EXIT
078300     IF NOT Periodo-Valido
078310         MOVE "S" TO Bandera-PasoFallido
078320         GO TO 4905-EJECUTAR-VARIACION-EXIT
078330     END-IF
      
078340     PERFORM 4906-BUSCAR-ULTIMO-CIERRE
078350         THRU 4906-BUSCAR-ULTIMO-CIERRE-EXIT
      
078360     OPEN OUTPUT ArchivoVariacion
078370     IF Estado-ArchivoVariacion NOT = "00"
078380         DISPLAY "No se pudo abrir el archivo VARIACION."
078390         MOVE "S" TO Bandera-PasoFallido
078400         GO TO 4905-EJECUTAR-VARIACION-EXIT
078410     END-IF
      
078420     MOVE ZERO TO Contador-Var-Nuevos
078430     MOVE ZERO TO Contador-Var-Ausentes
078440     MOVE ZERO TO Contador-Var-Inactivos
078450     MOVE ZERO TO Contador-Var-Umbral
078460     MOVE ZERO TO Cantidad-Deptos-Var
      
078470     MOVE SPACES TO LineaVariacion
078480     STRING "VARIACIONES DE PLANILLA - PERIODO " DELIMITED BY SIZE
078490            PeriodoProceso DELIMITED BY SIZE
078500            " CONTRA ULTIMO CIERRE " DELIMITED BY SIZE
078510            Ultimo-Periodo-Cerrado DELIMITED BY SIZE
078520         INTO LineaVariacion
078530     END-STRING
078540     WRITE LineaVariacion
078550     MOVE Umbral-Variacion TO Porc-Var-Edicion
078560     MOVE SPACES TO LineaVariacion
078570     STRING "UMBRAL DE VARIACION DEL NETO (%): " DELIMITED BY SIZE
078580            Porc-Var-Edicion DELIMITED BY SIZE
078590         INTO LineaVariacion
078600     END-STRING
078610     WRITE LineaVariacion
078620     MOVE SPACES TO LineaVariacion
078630     MOVE "TIPO" TO LineaVariacion (1:4)
078640     MOVE "CEDULA" TO LineaVariacion (12:6)
078650     MOVE "NOMBRE" TO LineaVariacion (23:6)
078660     MOVE "DEPT" TO LineaVariacion (54:4)
078670     MOVE "PER.ANT" TO LineaVariacion (59:7)
078680     MOVE "DIF BRUTO" TO LineaVariacion (75:9)
078690     MOVE "DIF DEDUC" TO LineaVariacion (92:9)
078700     MOVE "NETO ANT" TO LineaVariacion (110:8)
078710     MOVE "NETO ACT" TO LineaVariacion (127:8)
078720     MOVE "DIF NETO" TO LineaVariacion (144:8)
078730     MOVE "VAR %" TO LineaVariacion (155:5)
078740     WRITE LineaVariacion
      
078750     MOVE "N" TO Bandera-FinArchivo
078760     MOVE LOW-VALUES TO CEDULA
078770     START ArchivoEmpleados KEY IS NOT LESS THAN CEDULA
078780         INVALID KEY
078790             MOVE "S" TO Bandera-FinArchivo
078800     END-START
      
078810     PERFORM 4910-VARIACION-EMPLEADO-LEER
078820         THRU 4910-VARIACION-EMPLEADO-LEER-EXIT
078830         UNTIL Fin-Archivo
      
078840* Los empleados del ultimo cierre que ya no estan en el
078850* maestro (purgados) tambien son ausentes de la corrida.
078860     IF Ultimo-Periodo-Cerrado NOT = SPACES
078870         MOVE "N" TO Bandera-FinHistoria
078880         MOVE LOW-VALUES TO LLAVE-HIST
078890         START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
078900             INVALID KEY
078910                 MOVE "S" TO Bandera-FinHistoria
078920         END-START
078930         PERFORM 4920-AUSENTES-PURGADOS-LEER
078940             THRU 4920-AUSENTES-PURGADOS-LEER-EXIT
078950             UNTIL Fin-Historia
078960     END-IF
      
078970     PERFORM 4930-SUBTOTALES-VARIACION
078980         THRU 4930-SUBTOTALES-VARIACION-EXIT
      
078990     CLOSE ArchivoVariacion
      
079000     MOVE Contador-Var-Nuevos TO Contador-Edicion-Calc
079010     DISPLAY "Empleados nuevos      : ", Contador-Edicion-Calc
079020     MOVE Contador-Var-Ausentes TO Contador-Edicion-Calc
079030     DISPLAY "Ausentes de la corrida: ", Contador-Edicion-Calc
079040     MOVE Contador-Var-Inactivos TO Contador-Edicion-Calc
079050     DISPLAY "Inactivos con neto    : ", Contador-Edicion-Calc
079060     MOVE Contador-Var-Umbral TO Contador-Edicion-Calc
079070     DISPLAY "Netos sobre el umbral : ", Contador-Edicion-Calc
079080     DISPLAY "Reporte de variaciones generado en VARIACION.".
079090 4905-EJECUTAR-VARIACION-EXIT.
079100     EXIT.
      
079110******************************************************************
079120* 4906-BUSCAR-ULTIMO-CIERRE
079130* Recorre PERIODOS y deja en Ultimo-Periodo-Cerrado el mayor
079140* periodo cerrado anterior a PeriodoProceso del grupo de pago
079150* en Grupo-Periodo, o de cualquier grupo si esta en espacio
079155* (espacios si no hay ninguno).
079160******************************************************************
079170 4906-BUSCAR-ULTIMO-CIERRE.
079180     MOVE SPACES TO Ultimo-Periodo-Cerrado
079190     MOVE "N" TO Bandera-FinArchivo
079200     MOVE LOW-VALUES TO PERIODO-CIERRE
079210     START ArchivoPeriodos KEY IS NOT LESS THAN PERIODO-CIERRE
079220         INVALID KEY
079230             MOVE "S" TO Bandera-FinArchivo
079240     END-START
      
079250     PERFORM 4907-ULTIMO-CIERRE-LEER
079260         THRU 4907-ULTIMO-CIERRE-LEER-EXIT
079270         UNTIL Fin-Archivo.
079280 4906-BUSCAR-ULTIMO-CIERRE-EXIT.
079290     EXIT.
      
079300 4907-ULTIMO-CIERRE-LEER.
079310     READ ArchivoPeriodos NEXT RECORD
079320         AT END
079330             MOVE "S" TO Bandera-FinArchivo
079340             GO TO 4907-ULTIMO-CIERRE-LEER-EXIT
079350     END-READ
079360     IF PERIODO-CIERRE NOT < PeriodoProceso
079370         MOVE "S" TO Bandera-FinArchivo
079380         GO TO 4907-ULTIMO-CIERRE-LEER-EXIT
079390     END-IF
079391     MOVE PERIODO-CIERRE TO Llave-Grupo
079392     PERFORM 3204-GRUPO-DE-LLAVE
079393         THRU 3204-GRUPO-DE-LLAVE-EXIT
079394     IF Grupo-Periodo NOT = SPACE
079395         AND Grupo-Llave NOT = Grupo-Periodo
079396         GO TO 4907-ULTIMO-CIERRE-LEER-EXIT
079397     END-IF
079400     IF ESTADO-PERIODO = "C"
079410         MOVE PERIODO-CIERRE TO Ultimo-Periodo-Cerrado
079420     END-IF.
079430 4907-ULTIMO-CIERRE-LEER-EXIT.
079440     EXIT.
      
079450******************************************************************
079460* 4910-VARIACION-EMPLEADO-LEER
079470* Compara el empleado del maestro en proceso contra su ultimo
079480* periodo cerrado y escribe las lineas que correspondan.
079490******************************************************************
079500 4910-VARIACION-EMPLEADO-LEER.
079510     READ ArchivoEmpleados NEXT RECORD
079520         AT END
079530             MOVE "S" TO Bandera-FinArchivo
079540             GO TO 4910-VARIACION-EMPLEADO-LEER-EXIT
079550     END-READ
079551     PERFORM 3207-EMPLEADO-DEL-GRUPO
079552         THRU 3207-EMPLEADO-DEL-GRUPO-EXIT
079553     IF NOT Empleado-En-Grupo
079554         GO TO 4910-VARIACION-EMPLEADO-LEER-EXIT
079555     END-IF
      
079560     PERFORM 4911-BUSCAR-HIST-ANTERIOR
079570         THRU 4911-BUSCAR-HIST-ANTERIOR-EXIT
      
079580     MOVE CEDULA TO Cedula-Var
079590     MOVE Nombre TO Nombre-Var
079600     MOVE CodigoDepartamento TO Depto-Var
      
079610     IF Empleado-Inactivo
079620         PERFORM 4912-VARIACION-INACTIVO
079630             THRU 4912-VARIACION-INACTIVO-EXIT
079640         GO TO 4910-VARIACION-EMPLEADO-LEER-EXIT
079650     END-IF
      
079660     PERFORM 3010-CALCULAR-BRUTO-PERIODO
079670         THRU 3010-CALCULAR-BRUTO-PERIODO-EXIT
079680     MOVE Salario-Bruto-Periodo TO Bruto-Act-Var
079690     COMPUTE Ded-Act-Var = DeduccionImpuestos + DeduccionSeguro
079700     MOVE SalarioNeto TO Neto-Act-Var
079710     PERFORM 4916-ACUMULAR-VAR-ACTUAL
079720         THRU 4916-ACUMULAR-VAR-ACTUAL-EXIT
      
079730     IF NOT Hist-Anterior-Hallada
079740         MOVE ZERO TO Bruto-Ant-Var
079750         MOVE ZERO TO Ded-Ant-Var
079760         MOVE ZERO TO Neto-Ant-Var
079770         MOVE "NUEVO" TO Tipo-Variacion
079780         PERFORM 4913-ESCRIBIR-VARIACION
079790             THRU 4913-ESCRIBIR-VARIACION-EXIT
079800         ADD 1 TO Contador-Var-Nuevos
079810         GO TO 4910-VARIACION-EMPLEADO-LEER-EXIT
079820     END-IF
      
079830     IF Periodo-Ant-Var = Ultimo-Periodo-Cerrado
079840         PERFORM 4915-ACUMULAR-VAR-ANTERIOR
079850             THRU 4915-ACUMULAR-VAR-ANTERIOR-EXIT
079860     END-IF
      
079870     COMPUTE Dif-Neto-Var = Neto-Act-Var - Neto-Ant-Var
079880     IF Neto-Ant-Var = ZERO
079890         IF Dif-Neto-Var = ZERO
079900             MOVE ZERO TO Porc-Var
079910         ELSE
079920             MOVE 999.99 TO Porc-Var
079930         END-IF
079940     ELSE
079950         COMPUTE Porc-Var ROUNDED =
079960             Dif-Neto-Var * 100 / Neto-Ant-Var
079970             ON SIZE ERROR
079980                 MOVE 999.99 TO Porc-Var
079990         END-COMPUTE
080000     END-IF
080010     IF Porc-Var < ZERO
080020         COMPUTE Porc-Var-Abs = ZERO - Porc-Var
080030     ELSE
080040         MOVE Porc-Var TO Porc-Var-Abs
080050     END-IF
      
080060     IF Porc-Var-Abs > Umbral-Variacion
080070         MOVE "VARIACION" TO Tipo-Variacion
080080         PERFORM 4913-ESCRIBIR-VARIACION
080090             THRU 4913-ESCRIBIR-VARIACION-EXIT
080100         ADD 1 TO Contador-Var-Umbral
080110     END-IF.
080120 4910-VARIACION-EMPLEADO-LEER-EXIT.
080130     EXIT.
      
080140******************************************************************
080150* 4911-BUSCAR-HIST-ANTERIOR
080160* Busca en HISTORIA el ultimo periodo cerrado del empleado en
080170* proceso anterior a PeriodoProceso y deja sus montos en los
080180* campos *-Ant-Var.
080190******************************************************************
080200 4911-BUSCAR-HIST-ANTERIOR.
080210     MOVE "N" TO Bandera-HistAnterior
080220     MOVE SPACES TO Periodo-Ant-Var
080230     MOVE SPACES TO Depto-Ant-Var
080240     MOVE ZERO TO Bruto-Ant-Var
080250     MOVE ZERO TO Ded-Ant-Var
080260     MOVE ZERO TO Neto-Ant-Var
      
080270     MOVE "N" TO Bandera-FinHistoria
080280     MOVE CEDULA TO CEDULA-HIST
080290     MOVE LOW-VALUES TO PERIODO-HIST
080300     START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
080310         INVALID KEY
080320             MOVE "S" TO Bandera-FinHistoria
080330     END-START
      
080340     PERFORM 4914-HIST-ANTERIOR-LEER
080350         THRU 4914-HIST-ANTERIOR-LEER-EXIT
080360         UNTIL Fin-Historia.
080370 4911-BUSCAR-HIST-ANTERIOR-EXIT.
080380     EXIT.
      
080390 4914-HIST-ANTERIOR-LEER.
080400     READ ArchivoHistoria NEXT RECORD
080410         AT END
080420             MOVE "S" TO Bandera-FinHistoria
080430             GO TO 4914-HIST-ANTERIOR-LEER-EXIT
080440     END-READ
080450     IF CEDULA-HIST NOT = CEDULA
080460         OR PERIODO-HIST NOT < PeriodoProceso
080470         MOVE "S" TO Bandera-FinHistoria
080471         GO TO 4914-HIST-ANTERIOR-LEER-EXIT
080472     END-IF
080473     MOVE PERIODO-HIST TO Llave-Grupo
080474     PERFORM 3204-GRUPO-DE-LLAVE
080475         THRU 3204-GRUPO-DE-LLAVE-EXIT
080476     IF Grupo-Llave NOT = Grupo-Periodo
080480         GO TO 4914-HIST-ANTERIOR-LEER-EXIT
080490     END-IF
080500     MOVE "S" TO Bandera-HistAnterior
080510     MOVE PERIODO-HIST TO Periodo-Ant-Var
080520     MOVE DEPTO-HIST TO Depto-Ant-Var
080530     MOVE SALARIO-HIST TO Bruto-Ant-Var
080540     COMPUTE Ded-Ant-Var = DEDIMP-HIST + DEDSEG-HIST
080550     MOVE SALNETO-HIST TO Neto-Ant-Var.
080560 4914-HIST-ANTERIOR-LEER-EXIT.
080570     EXIT.
      
080580******************************************************************
080590* 4912-VARIACION-INACTIVO
080600* Empleado inactivo: si estuvo en el ultimo cierre es un
080610* ausente de la corrida; si todavia tiene salario neto en el
080620* maestro se lista aparte para que no se le pague.
080630******************************************************************
080640 4912-VARIACION-INACTIVO.
080650     MOVE ZERO TO Bruto-Act-Var
080660     MOVE ZERO TO Ded-Act-Var
080670     MOVE ZERO TO Neto-Act-Var
      
080680     IF Hist-Anterior-Hallada
080690         AND Periodo-Ant-Var = Ultimo-Periodo-Cerrado
080700         PERFORM 4915-ACUMULAR-VAR-ANTERIOR
080710             THRU 4915-ACUMULAR-VAR-ANTERIOR-EXIT
080720         MOVE "AUSENTE" TO Tipo-Variacion
080730         PERFORM 4913-ESCRIBIR-VARIACION
080740             THRU 4913-ESCRIBIR-VARIACION-EXIT
080750         ADD 1 TO Contador-Var-Ausentes
080760     END-IF
      
080770     IF SalarioNeto NOT = ZERO
080780         MOVE ZERO TO Bruto-Ant-Var
080790         MOVE ZERO TO Ded-Ant-Var
080800         MOVE ZERO TO Neto-Ant-Var
080810         MOVE SalarioNeto TO Neto-Act-Var
080820         MOVE "INACTIVO" TO Tipo-Variacion
080830         PERFORM 4913-ESCRIBIR-VARIACION
080840             THRU 4913-ESCRIBIR-VARIACION-EXIT
080850         ADD 1 TO Contador-Var-Inactivos
080860     END-IF.
080870 4912-VARIACION-INACTIVO-EXIT.
080880     EXIT.
      
080890******************************************************************
080900* 4913-ESCRIBIR-VARIACION
080910* Escribe en VARIACION la linea del empleado en Cedula-Var con
080920* el tipo de hallazgo, los montos anteriores y actuales y sus
080930* diferencias. El porcentaje se imprime solo en las lineas de
080940* variacion sobre el umbral.
080950******************************************************************
080960 4913-ESCRIBIR-VARIACION.
080970     COMPUTE Dif-Bruto-Var = Bruto-Act-Var - Bruto-Ant-Var
080980     COMPUTE Dif-Ded-Var = Ded-Act-Var - Ded-Ant-Var
080990     COMPUTE Dif-Neto-Var = Neto-Act-Var - Neto-Ant-Var
      
081000     MOVE SPACES TO LineaVariacion
081010     MOVE Tipo-Variacion TO LineaVariacion (1:10)
081020     MOVE Cedula-Var TO LineaVariacion (12:10)
081030     MOVE Nombre-Var TO LineaVariacion (23:30)
081040     MOVE Depto-Var TO LineaVariacion (54:4)
081050     MOVE Periodo-Ant-Var TO LineaVariacion (59:8)
081060     MOVE Dif-Bruto-Var TO Monto-Edicion-Total
081070     MOVE Monto-Edicion-Total TO LineaVariacion (68:16)
081080     MOVE Dif-Ded-Var TO Monto-Edicion-Total
081090     MOVE Monto-Edicion-Total TO LineaVariacion (85:16)
081100     MOVE Neto-Ant-Var TO Monto-Edicion-Total
081110     MOVE Monto-Edicion-Total TO LineaVariacion (102:16)
081120     MOVE Neto-Act-Var TO Monto-Edicion-Total
081130     MOVE Monto-Edicion-Total TO LineaVariacion (119:16)
081140     MOVE Dif-Neto-Var TO Monto-Edicion-Total
081150     MOVE Monto-Edicion-Total TO LineaVariacion (136:16)
081160     IF Tipo-Variacion = "VARIACION"
081170         IF Porc-Var > 999.99
081180             MOVE 999.99 TO Porc-Var
081190         END-IF
081200         IF Porc-Var < -999.99
081210             MOVE -999.99 TO Porc-Var
081220         END-IF
081230         MOVE Porc-Var TO Porc-Var-Edicion
081240         MOVE Porc-Var-Edicion TO LineaVariacion (153:7)
081250     END-IF
081260     WRITE LineaVariacion.
081270 4913-ESCRIBIR-VARIACION-EXIT.
081280     EXIT.
      
081290******************************************************************
081300* 4915-ACUMULAR-VAR-ANTERIOR
081310* Acumula los montos del ultimo cierre (*-Ant-Var) bajo el
081320* departamento con que se cerraron.
081330******************************************************************
081340 4915-ACUMULAR-VAR-ANTERIOR.
081350     MOVE Depto-Ant-Var TO Depto-Var
081360     PERFORM 4917-UBICAR-DEPTO-VAR
081370         THRU 4917-UBICAR-DEPTO-VAR-EXIT
081380     IF Var-Hallada
081390         ADD 1 TO Cant-Ant-Var (Ndx-Var-Hallado)
081400         ADD Bruto-Ant-Var TO Sub-Bruto-Ant-Var (Ndx-Var-Hallado)
081410         ADD Ded-Ant-Var TO Sub-Ded-Ant-Var (Ndx-Var-Hallado)
081420         ADD Neto-Ant-Var TO Sub-Neto-Ant-Var (Ndx-Var-Hallado)
081430     END-IF.
081440 4915-ACUMULAR-VAR-ANTERIOR-EXIT.
081450     EXIT.
      
081460******************************************************************
081470* 4916-ACUMULAR-VAR-ACTUAL
081480* Acumula los montos de la corrida (*-Act-Var) bajo el
081490* departamento vigente del empleado.
081500******************************************************************
081510 4916-ACUMULAR-VAR-ACTUAL.
081520     PERFORM 4917-UBICAR-DEPTO-VAR
081530         THRU 4917-UBICAR-DEPTO-VAR-EXIT
081540     IF Var-Hallada
081550         ADD 1 TO Cant-Act-Var (Ndx-Var-Hallado)
081560         ADD Bruto-Act-Var TO Sub-Bruto-Act-Var (Ndx-Var-Hallado)
081570         ADD Ded-Act-Var TO Sub-Ded-Act-Var (Ndx-Var-Hallado)
081580         ADD Neto-Act-Var TO Sub-Neto-Act-Var (Ndx-Var-Hallado)
081590     END-IF.
081600 4916-ACUMULAR-VAR-ACTUAL-EXIT.
081610     EXIT.
      
081620******************************************************************
081630* 4917-UBICAR-DEPTO-VAR
081640* Ubica Depto-Var en la tabla de diferencias por departamento,
081650* agregandolo la primera vez. Deja la bandera apagada si la
081660* tabla esta llena.
081670******************************************************************
081680 4917-UBICAR-DEPTO-VAR.
081690     MOVE "N" TO Bandera-VarHallada
081700     IF Cantidad-Deptos-Var > ZERO
081710         PERFORM 4918-BUSCAR-DEPTO-VAR
081720             THRU 4918-BUSCAR-DEPTO-VAR-EXIT
081730             VARYING Ndx-Var FROM 1 BY 1
081740             UNTIL Ndx-Var > Cantidad-Deptos-Var
081750                 OR Var-Hallada
081760     END-IF
081770     IF Var-Hallada
081780         GO TO 4917-UBICAR-DEPTO-VAR-EXIT
081790     END-IF
      
081800     IF Cantidad-Deptos-Var NOT < 50
081810         DISPLAY "Tabla de departamentos llena; se omite ",
081820             Depto-Var
081830         GO TO 4917-UBICAR-DEPTO-VAR-EXIT
081840     END-IF
      
081850     ADD 1 TO Cantidad-Deptos-Var
081860     MOVE Cantidad-Deptos-Var TO Ndx-Var-Hallado
081870     MOVE Depto-Var TO Codigo-Depto-Var (Ndx-Var-Hallado)
081880     MOVE ZERO TO Cant-Ant-Var (Ndx-Var-Hallado)
081890     MOVE ZERO TO Cant-Act-Var (Ndx-Var-Hallado)
081900     MOVE ZERO TO Sub-Bruto-Ant-Var (Ndx-Var-Hallado)
081910     MOVE ZERO TO Sub-Bruto-Act-Var (Ndx-Var-Hallado)
081920     MOVE ZERO TO Sub-Ded-Ant-Var (Ndx-Var-Hallado)
081930     MOVE ZERO TO Sub-Ded-Act-Var (Ndx-Var-Hallado)
081940     MOVE ZERO TO Sub-Neto-Ant-Var (Ndx-Var-Hallado)
081950     MOVE ZERO TO Sub-Neto-Act-Var (Ndx-Var-Hallado)
081960     MOVE "S" TO Bandera-VarHallada.
081970 4917-UBICAR-DEPTO-VAR-EXIT.
081980     EXIT.
      
081990 4918-BUSCAR-DEPTO-VAR.
082000     IF Codigo-Depto-Var (Ndx-Var) = Depto-Var
082010         MOVE "S" TO Bandera-VarHallada
082020         MOVE Ndx-Var TO Ndx-Var-Hallado
082030     END-IF.
082040 4918-BUSCAR-DEPTO-VAR-EXIT.
082050     EXIT.
      
082060******************************************************************
082070* 4920-AUSENTES-PURGADOS-LEER
082080* Registro de HISTORIA del ultimo cierre cuya cedula ya no
082090* existe en el maestro: se lista como ausente de la corrida.
082100******************************************************************
082110 4920-AUSENTES-PURGADOS-LEER.
082120     READ ArchivoHistoria NEXT RECORD
082130         AT END
082140             MOVE "S" TO Bandera-FinHistoria
082150             GO TO 4920-AUSENTES-PURGADOS-LEER-EXIT
082160     END-READ
082170     IF PERIODO-HIST NOT = Ultimo-Periodo-Cerrado
082180         GO TO 4920-AUSENTES-PURGADOS-LEER-EXIT
082190     END-IF
      
082200     MOVE CEDULA-HIST TO CEDULA
082210     READ ArchivoEmpleados KEY IS CEDULA
082220         INVALID KEY
082230             CONTINUE
082240         NOT INVALID KEY
082250             GO TO 4920-AUSENTES-PURGADOS-LEER-EXIT
082260     END-READ
      
082270     MOVE CEDULA-HIST TO Cedula-Var
082280     MOVE "(NO EXISTE EN EL MAESTRO)" TO Nombre-Var
082290     MOVE PERIODO-HIST TO Periodo-Ant-Var
082300     MOVE DEPTO-HIST TO Depto-Ant-Var
082310     MOVE DEPTO-HIST TO Depto-Var
082320     MOVE SALARIO-HIST TO Bruto-Ant-Var
082330     COMPUTE Ded-Ant-Var = DEDIMP-HIST + DEDSEG-HIST
082340     MOVE SALNETO-HIST TO Neto-Ant-Var
082350     MOVE ZERO TO Bruto-Act-Var
082360     MOVE ZERO TO Ded-Act-Var
082370     MOVE ZERO TO Neto-Act-Var
082380     PERFORM 4915-ACUMULAR-VAR-ANTERIOR
082390         THRU 4915-ACUMULAR-VAR-ANTERIOR-EXIT
082400     MOVE "AUSENTE" TO Tipo-Variacion
082410     PERFORM 4913-ESCRIBIR-VARIACION
082420         THRU 4913-ESCRIBIR-VARIACION-EXIT
082430     ADD 1 TO Contador-Var-Ausentes.
082440 4920-AUSENTES-PURGADOS-LEER-EXIT.
082450     EXIT.
      
082460******************************************************************
082470* 4930-SUBTOTALES-VARIACION
082480* Escribe en VARIACION las diferencias por departamento entre
082490* el ultimo cierre y la corrida, y la linea de totales
082500* generales.
082510******************************************************************
082520 4930-SUBTOTALES-VARIACION.
082530     MOVE ZERO TO Gran-Cant-Ant-Var
082540     MOVE ZERO TO Gran-Cant-Act-Var
082550     MOVE ZERO TO Gran-Bruto-Ant-Var
082560     MOVE ZERO TO Gran-Bruto-Act-Var
082570     MOVE ZERO TO Gran-Ded-Ant-Var
082580     MOVE ZERO TO Gran-Ded-Act-Var
082590     MOVE ZERO TO Gran-Neto-Ant-Var
082600     MOVE ZERO TO Gran-Neto-Act-Var
      
082610     MOVE SPACES TO LineaVariacion
082620     WRITE LineaVariacion
082630     MOVE "DIFERENCIAS POR DEPARTAMENTO" TO LineaVariacion
082640     WRITE LineaVariacion
      
082650     PERFORM 4931-SUBTOTAL-VARIACION-LINEA
082660         THRU 4931-SUBTOTAL-VARIACION-LINEA-EXIT
082670         VARYING Ndx-Var FROM 1 BY 1
082680         UNTIL Ndx-Var > Cantidad-Deptos-Var
      
082690     MOVE SPACES TO LineaVariacion
082700     WRITE LineaVariacion
082710     MOVE Gran-Cant-Ant-Var TO Contador-Edicion-Calc
082720     MOVE Contador-Edicion-Calc TO Contador-Edicion-Ext
082730     MOVE Gran-Cant-Act-Var TO Contador-Edicion-Calc
082740     MOVE SPACES TO LineaVariacion
082750     STRING "TOTAL GENERAL EMP ANT: " DELIMITED BY SIZE
082760            Contador-Edicion-Ext DELIMITED BY SIZE
082770            " ACT: " DELIMITED BY SIZE
082780            Contador-Edicion-Calc DELIMITED BY SIZE
082790         INTO LineaVariacion
082800     END-STRING
082810     COMPUTE Dif-Total-Var =
082820         Gran-Bruto-Act-Var - Gran-Bruto-Ant-Var
082830     MOVE Dif-Total-Var TO Monto-Edicion-Total
082840     MOVE Monto-Edicion-Total TO LineaVariacion (68:16)
082850     COMPUTE Dif-Total-Var = Gran-Ded-Act-Var - Gran-Ded-Ant-Var
082860     MOVE Dif-Total-Var TO Monto-Edicion-Total
082870     MOVE Monto-Edicion-Total TO LineaVariacion (85:16)
082880     MOVE Gran-Neto-Ant-Var TO Monto-Edicion-Total
082890     MOVE Monto-Edicion-Total TO LineaVariacion (102:16)
082900     MOVE Gran-Neto-Act-Var TO Monto-Edicion-Total
082910     MOVE Monto-Edicion-Total TO LineaVariacion (119:16)
082920     COMPUTE Dif-Total-Var = Gran-Neto-Act-Var - Gran-Neto-Ant-Var
082930     MOVE Dif-Total-Var TO Monto-Edicion-Total
082940     MOVE Monto-Edicion-Total TO LineaVariacion (136:16)
082950     WRITE LineaVariacion.
082960 4930-SUBTOTALES-VARIACION-EXIT.
082970     EXIT.
      
082980 4931-SUBTOTAL-VARIACION-LINEA.
082990     ADD Cant-Ant-Var (Ndx-Var) TO Gran-Cant-Ant-Var
083000     ADD Cant-Act-Var (Ndx-Var) TO Gran-Cant-Act-Var
083010     ADD Sub-Bruto-Ant-Var (Ndx-Var) TO Gran-Bruto-Ant-Var
083020     ADD Sub-Bruto-Act-Var (Ndx-Var) TO Gran-Bruto-Act-Var
083030     ADD Sub-Ded-Ant-Var (Ndx-Var) TO Gran-Ded-Ant-Var
083040     ADD Sub-Ded-Act-Var (Ndx-Var) TO Gran-Ded-Act-Var
083050     ADD Sub-Neto-Ant-Var (Ndx-Var) TO Gran-Neto-Ant-Var
083060     ADD Sub-Neto-Act-Var (Ndx-Var) TO Gran-Neto-Act-Var
      
083070     MOVE Cant-Ant-Var (Ndx-Var) TO Contador-Edicion-Ext
083080     MOVE Cant-Act-Var (Ndx-Var) TO Contador-Edicion-Calc
083090     MOVE SPACES TO LineaVariacion
083100     STRING "DEPTO " DELIMITED BY SIZE
083110            Codigo-Depto-Var (Ndx-Var) DELIMITED BY SIZE
083120            " EMP ANT: " DELIMITED BY SIZE
083130            Contador-Edicion-Ext DELIMITED BY SIZE
083140            " ACT: " DELIMITED BY SIZE
083150            Contador-Edicion-Calc DELIMITED BY SIZE
083160         INTO LineaVariacion
083170     END-STRING
083180     COMPUTE Dif-Total-Var = Sub-Bruto-Act-Var (Ndx-Var)
083190         - Sub-Bruto-Ant-Var (Ndx-Var)
083200     MOVE Dif-Total-Var TO Monto-Edicion-Total
083210     MOVE Monto-Edicion-Total TO LineaVariacion (68:16)
083220     COMPUTE Dif-Total-Var = Sub-Ded-Act-Var (Ndx-Var)
083230         - Sub-Ded-Ant-Var (Ndx-Var)
083240     MOVE Dif-Total-Var TO Monto-Edicion-Total
083250     MOVE Monto-Edicion-Total TO LineaVariacion (85:16)
083260     MOVE Sub-Neto-Ant-Var (Ndx-Var) TO Monto-Edicion-Total
083270     MOVE Monto-Edicion-Total TO LineaVariacion (102:16)
083280     MOVE Sub-Neto-Act-Var (Ndx-Var) TO Monto-Edicion-Total
083290     MOVE Monto-Edicion-Total TO LineaVariacion (119:16)
083300     COMPUTE Dif-Total-Var = Sub-Neto-Act-Var (Ndx-Var)
083310         - Sub-Neto-Ant-Var (Ndx-Var)
083320     MOVE Dif-Total-Var TO Monto-Edicion-Total
083330     MOVE Monto-Edicion-Total TO LineaVariacion (136:16)
083340     WRITE LineaVariacion.
083350 4931-SUBTOTAL-VARIACION-LINEA-EXIT.
083360     EXIT.
      
083370******************************************************************
083380* 4950-CONSULTA-BITACORA
083390* Pide los filtros de la consulta de bitacora (cedula, usuario,
083400* campo y rango de fechas; en blanco significa todos) y genera
083410* el reporte de actividad y seguridad en BITACREP.
083420******************************************************************
083430 4950-CONSULTA-BITACORA.
083440     IF NOT Usuario-Supervisor
083450         DISPLAY "Operacion reservada al rol supervisor."
083460         GO TO 4950-CONSULTA-BITACORA-EXIT
083470     END-IF
      
083480     DISPLAY "Filtros de la consulta (en blanco = todos)."
083490     DISPLAY "INGRESE LA CEDULA:"
083500     ACCEPT Filtro-Cedula-Bit
083510     DISPLAY "INGRESE EL USUARIO:"
083520     ACCEPT Filtro-Usuario-Bit
083530     DISPLAY "INGRESE EL CAMPO O SU PARTE INICIAL:"
083540     ACCEPT Filtro-Campo-Bit
083550     DISPLAY "INGRESE LA FECHA INICIAL (AAAAMMDD):"
083560     ACCEPT Filtro-Desde-Bit
083570     DISPLAY "INGRESE LA FECHA FINAL (AAAAMMDD):"
083580     ACCEPT Filtro-Hasta-Bit
      
083590     MOVE "N" TO Bandera-PasoFallido
083600     PERFORM 4951-VALIDAR-FILTROS-BIT
083610         THRU 4951-VALIDAR-FILTROS-BIT-EXIT
083620     IF Paso-Fallido
083630         GO TO 4950-CONSULTA-BITACORA-EXIT
083640     END-IF
      
083650     PERFORM 4955-EJECUTAR-CONSULTA-BIT
083660         THRU 4955-EJECUTAR-CONSULTA-BIT-EXIT.
083670 4950-CONSULTA-BITACORA-EXIT.
083680     EXIT.
      
083690******************************************************************
083700* 4951-VALIDAR-FILTROS-BIT
083710* Completa el rango de fechas abierto y valida los filtros. El
083720* campo se compara por su parte inicial, como la busqueda por
083730* nombre: PRESTAMO abarca todos los campos de prestamos.
083740******************************************************************
083750 4951-VALIDAR-FILTROS-BIT.
083760     IF Filtro-Desde-Bit = SPACES
083770         MOVE "00000000" TO Filtro-Desde-Bit
083780     END-IF
083790     IF Filtro-Hasta-Bit = SPACES
083800         MOVE "99999999" TO Filtro-Hasta-Bit
083810     END-IF
083820     IF Filtro-Desde-Bit NOT NUMERIC
083830         OR Filtro-Hasta-Bit NOT NUMERIC
083840         DISPLAY "Fecha invalida. Consulta cancelada."
083850         MOVE "S" TO Bandera-PasoFallido
083860         GO TO 4951-VALIDAR-FILTROS-BIT-EXIT
083870     END-IF
083880     IF Filtro-Desde-Bit > Filtro-Hasta-Bit
083890         DISPLAY "La fecha inicial es posterior a la final."
083900         DISPLAY "Consulta cancelada."
083910         MOVE "S" TO Bandera-PasoFallido
083920         GO TO 4951-VALIDAR-FILTROS-BIT-EXIT
083930     END-IF
      
083940     IF Filtro-Campo-Bit = SPACES
083950         MOVE ZERO TO Longitud-Campo-Bit
083960     ELSE
083970         MOVE FUNCTION LENGTH(FUNCTION TRIM(Filtro-Campo-Bit))
083980             TO Longitud-Campo-Bit
083990     END-IF.
084000 4951-VALIDAR-FILTROS-BIT-EXIT.
084010     EXIT.
      
084020******************************************************************
084030* 4952-FILTROS-BITACORA-LOTE
084040* Toma los filtros del comando BITACORA de ORDENES, escritos
084050* como CEDULA=c USUARIO=u CAMPO=x DESDE=aaaammdd HASTA=aaaammdd
084060* en cualquier orden; los omitidos valen todos. Un campo con
084070* espacios se escribe con guion bajo (SESION_FALLIDA).
084080******************************************************************
084090 4952-FILTROS-BITACORA-LOTE.
084100     MOVE SPACES TO Filtro-Cedula-Bit
084110     MOVE SPACES TO Filtro-Usuario-Bit
084120     MOVE SPACES TO Filtro-Campo-Bit
084130     MOVE SPACES TO Filtro-Desde-Bit
084140     MOVE SPACES TO Filtro-Hasta-Bit
084150     MOVE SPACES TO Tokens-Bitacora-Lote
084160     UNSTRING Linea-Orden DELIMITED BY ALL " "
084170         INTO Comando-Orden
084180              Token-Bit-Lote (1) Token-Bit-Lote (2)
084190              Token-Bit-Lote (3) Token-Bit-Lote (4)
084200              Token-Bit-Lote (5)
084210     END-UNSTRING
      
084220     PERFORM 4953-FILTRO-BIT-TOKEN
084230         THRU 4953-FILTRO-BIT-TOKEN-EXIT
084240         VARYING Ndx-Token-Bit FROM 1 BY 1
084250         UNTIL Ndx-Token-Bit > 5
084260             OR Paso-Fallido
084270     IF Paso-Fallido
084280         GO TO 4952-FILTROS-BITACORA-LOTE-EXIT
084290     END-IF
      
084300     PERFORM 4951-VALIDAR-FILTROS-BIT
084310         THRU 4951-VALIDAR-FILTROS-BIT-EXIT.
084320 4952-FILTROS-BITACORA-LOTE-EXIT.
084330     EXIT.
      
084340 4953-FILTRO-BIT-TOKEN.
084350     IF Token-Bit-Lote (Ndx-Token-Bit) = SPACES
084360         GO TO 4953-FILTRO-BIT-TOKEN-EXIT
084370     END-IF
084380     MOVE SPACES TO Clave-Token-Bit
084390     MOVE SPACES TO Valor-Token-Bit
084400     UNSTRING Token-Bit-Lote (Ndx-Token-Bit) DELIMITED BY "="
084410         INTO Clave-Token-Bit Valor-Token-Bit
084420     END-UNSTRING
      
084430     EVALUATE Clave-Token-Bit
084440         WHEN "CEDULA"
084450             MOVE Valor-Token-Bit TO Filtro-Cedula-Bit
084460         WHEN "USUARIO"
084470             MOVE Valor-Token-Bit TO Filtro-Usuario-Bit
084480         WHEN "CAMPO"
084490             MOVE Valor-Token-Bit TO Filtro-Campo-Bit
084500             INSPECT Filtro-Campo-Bit REPLACING ALL "_" BY " "
084510         WHEN "DESDE"
084520             MOVE Valor-Token-Bit TO Filtro-Desde-Bit
084530         WHEN "HASTA"
084540             MOVE Valor-Token-Bit TO Filtro-Hasta-Bit
084550         WHEN OTHER
084560             DISPLAY "Filtro de bitacora invalido: ",
084570                 Token-Bit-Lote (Ndx-Token-Bit)
084580             MOVE "S" TO Bandera-PasoFallido
084590     END-EVALUATE.
084600 4953-FILTRO-BIT-TOKEN-EXIT.
084610     EXIT.
      
084620******************************************************************
084630* 4955-EJECUTAR-CONSULTA-BIT
084640* Recorre la bitacora dos veces. La primera lista los registros
084650* que cumplen todos los filtros y acumula los cambios por
084660* usuario; la segunda arma la seccion de seguridad (sesiones y
084670* autorizaciones fallidas y acciones reservadas al supervisor)
084680* con solo los filtros de usuario y fechas. La bitacora se
084690* cierra para leerla y se reabre en extension al terminar.
084700******************************************************************
084710 4955-EJECUTAR-CONSULTA-BIT.
084720     OPEN OUTPUT ArchivoRepBitacora
084730     IF Estado-ArchivoRepBitacora NOT = "00"
084740         DISPLAY "No se pudo abrir el archivo BITACREP."
084750         MOVE "S" TO Bandera-PasoFallido
084760         GO TO 4955-EJECUTAR-CONSULTA-BIT-EXIT
084770     END-IF
      
084780     CLOSE ArchivoBitacora
084790     OPEN INPUT ArchivoBitacora
084800     IF Estado-ArchivoBitacora NOT = "00"
084810         DISPLAY "No se pudo abrir el archivo BITACORA."
084820         CLOSE ArchivoRepBitacora
084830         PERFORM 4966-REABRIR-BITACORA
084840             THRU 4966-REABRIR-BITACORA-EXIT
084850         MOVE "S" TO Bandera-PasoFallido
084860         GO TO 4955-EJECUTAR-CONSULTA-BIT-EXIT
084870     END-IF
      
084880     MOVE ZERO TO Contador-Bit-Detalle
084890     MOVE ZERO TO Contador-Bit-Fallidos
084900     MOVE ZERO TO Contador-Bit-Supervisor
084910     MOVE ZERO TO Cantidad-Usuarios-Bit
      
084920     MOVE SPACES TO LineaRepBitacora
084930     MOVE "CONSULTA DE BITACORA Y ACTIVIDAD DE SEGURIDAD"
084940         TO LineaRepBitacora
084950     WRITE LineaRepBitacora
084960     MOVE SPACES TO LineaRepBitacora
084970     STRING "FILTROS  CEDULA: " DELIMITED BY SIZE
084980            Filtro-Cedula-Bit DELIMITED BY SIZE
084990            " USUARIO: " DELIMITED BY SIZE
085000            Filtro-Usuario-Bit DELIMITED BY SIZE
085010            " CAMPO: " DELIMITED BY SIZE
085020            Filtro-Campo-Bit DELIMITED BY SIZE
085030            " DESDE: " DELIMITED BY SIZE
085040            Filtro-Desde-Bit DELIMITED BY SIZE
085050            " HASTA: " DELIMITED BY SIZE
085060            Filtro-Hasta-Bit DELIMITED BY SIZE
085070         INTO LineaRepBitacora
085080     END-STRING
085090     WRITE LineaRepBitacora
085100     MOVE SPACES TO LineaRepBitacora
085110     WRITE LineaRepBitacora
085120     PERFORM 4965-ENCABEZADO-BIT
085130         THRU 4965-ENCABEZADO-BIT-EXIT
085140     WRITE LineaRepBitacora
      
085150     MOVE "N" TO Bandera-FinBitacora
085160     PERFORM 4956-CONSULTA-BIT-LEER
085170         THRU 4956-CONSULTA-BIT-LEER-EXIT
085180         UNTIL Fin-Bitacora
      
085190     MOVE SPACES TO LineaRepBitacora
085200     IF Contador-Bit-Detalle = ZERO
085210         MOVE "SIN MOVIMIENTOS PARA LOS FILTROS INDICADOS."
085220             TO LineaRepBitacora
085230         WRITE LineaRepBitacora
085240         MOVE SPACES TO LineaRepBitacora
085250     END-IF
085260     MOVE Contador-Bit-Detalle TO Contador-Edicion-Calc
085270     STRING "TOTAL DE MOVIMIENTOS: " DELIMITED BY SIZE
085280            Contador-Edicion-Calc DELIMITED BY SIZE
085290         INTO LineaRepBitacora
085300     END-STRING
085310     WRITE LineaRepBitacora
      
085320     MOVE SPACES TO LineaRepBitacora
085330     WRITE LineaRepBitacora
085340     MOVE "RESUMEN DE CAMBIOS POR USUARIO" TO LineaRepBitacora
085350     WRITE LineaRepBitacora
085360     MOVE SPACES TO LineaRepBitacora
085370     MOVE "USUARIO" TO LineaRepBitacora (1:7)
085380     MOVE "CAMBIOS" TO LineaRepBitacora (12:7)
085390     MOVE "ULTIMO CAMBIO" TO LineaRepBitacora (21:13)
085400     WRITE LineaRepBitacora
085410     PERFORM 4960-RESUMEN-USUARIO-BIT
085420         THRU 4960-RESUMEN-USUARIO-BIT-EXIT
085430         VARYING Ndx-Usr-Bit FROM 1 BY 1
085440         UNTIL Ndx-Usr-Bit > Cantidad-Usuarios-Bit
      
085450     CLOSE ArchivoBitacora
085460     OPEN INPUT ArchivoBitacora
      
085470     MOVE SPACES TO LineaRepBitacora
085480     WRITE LineaRepBitacora
085490     MOVE "SECCION DE SEGURIDAD" TO LineaRepBitacora
085500     WRITE LineaRepBitacora
085510     MOVE "INTENTOS FALLIDOS Y ACCIONES DE SUPERVISOR"
085520         TO LineaRepBitacora
085530     WRITE LineaRepBitacora
085540     MOVE "(solo se aplican los filtros de usuario y fechas)"
085550         TO LineaRepBitacora
085560     WRITE LineaRepBitacora
085570     MOVE SPACES TO LineaRepBitacora
085580     WRITE LineaRepBitacora
085590     PERFORM 4965-ENCABEZADO-BIT
085600         THRU 4965-ENCABEZADO-BIT-EXIT
085610     MOVE "TIPO" TO LineaRepBitacora (122:4)
085620     WRITE LineaRepBitacora
      
085630     MOVE "N" TO Bandera-FinBitacora
085640     PERFORM 4961-SEGURIDAD-BIT-LEER
085650         THRU 4961-SEGURIDAD-BIT-LEER-EXIT
085660         UNTIL Fin-Bitacora
      
085670     MOVE SPACES TO LineaRepBitacora
085680     MOVE Contador-Bit-Fallidos TO Contador-Edicion-Calc
085690     STRING "INTENTOS FALLIDOS: " DELIMITED BY SIZE
085700            Contador-Edicion-Calc DELIMITED BY SIZE
085710         INTO LineaRepBitacora
085720     END-STRING
085730     WRITE LineaRepBitacora
085740     MOVE SPACES TO LineaRepBitacora
085750     MOVE Contador-Bit-Supervisor TO Contador-Edicion-Calc
085760     STRING "ACCIONES DE SUPERVISOR: " DELIMITED BY SIZE
085770            Contador-Edicion-Calc DELIMITED BY SIZE
085780         INTO LineaRepBitacora
085790     END-STRING
085800     WRITE LineaRepBitacora
      
085810     CLOSE ArchivoRepBitacora
085820     CLOSE ArchivoBitacora
085830     PERFORM 4966-REABRIR-BITACORA
085840         THRU 4966-REABRIR-BITACORA-EXIT
      
085850     MOVE Contador-Bit-Detalle TO Contador-Edicion-Calc
085860     DISPLAY "Movimientos de bitacora listados: ",
085870         Contador-Edicion-Calc
085880     MOVE Contador-Bit-Fallidos TO Contador-Edicion-Calc
085890     DISPLAY "Intentos fallidos: ", Contador-Edicion-Calc
085900     MOVE Contador-Bit-Supervisor TO Contador-Edicion-Calc
085910     DISPLAY "Acciones de supervisor: ", Contador-Edicion-Calc
085920     DISPLAY "Reporte generado en BITACREP.".
085930 4955-EJECUTAR-CONSULTA-BIT-EXIT.
085940     EXIT.
      
085950 4956-CONSULTA-BIT-LEER.
085960     READ ArchivoBitacora INTO Consulta-Bitacora
085970         AT END
085980             MOVE "S" TO Bandera-FinBitacora
085990             GO TO 4956-CONSULTA-BIT-LEER-EXIT
086000     END-READ
      
086010     PERFORM 4957-APLICAR-FILTROS-BIT
086020         THRU 4957-APLICAR-FILTROS-BIT-EXIT
086030     IF NOT Bit-Incluida
086040         GO TO 4956-CONSULTA-BIT-LEER-EXIT
086050     END-IF
      
086060     ADD 1 TO Contador-Bit-Detalle
086070     PERFORM 4958-LINEA-DETALLE-BIT
086080         THRU 4958-LINEA-DETALLE-BIT-EXIT
086090     WRITE LineaRepBitacora
      
086100     PERFORM 4962-UBICAR-USUARIO-BIT
086110         THRU 4962-UBICAR-USUARIO-BIT-EXIT
086120     IF Usr-Hallado
086130         ADD 1 TO Cambios-Usuario-Bit (Ndx-Usr-Hallado)
086140         IF Fecha-Cons-Bit > Ultima-Fecha-Bit (Ndx-Usr-Hallado)
086150             MOVE Fecha-Cons-Bit
086160                 TO Ultima-Fecha-Bit (Ndx-Usr-Hallado)
086170         END-IF
086180     END-IF.
086190 4956-CONSULTA-BIT-LEER-EXIT.
086200     EXIT.
      
086210******************************************************************
086220* 4957-APLICAR-FILTROS-BIT
086230* Enciende Bit-Incluida si la linea leida cumple el rango de
086240* fechas y los filtros de cedula, usuario y campo.
086250******************************************************************
086260 4957-APLICAR-FILTROS-BIT.
086270     MOVE "N" TO Bandera-BitIncluida
086280     IF Fecha-Cons-Bit < Filtro-Desde-Bit
086290         OR Fecha-Cons-Bit > Filtro-Hasta-Bit
086300         GO TO 4957-APLICAR-FILTROS-BIT-EXIT
086310     END-IF
086320     IF Filtro-Cedula-Bit NOT = SPACES
086330         AND Cedula-Cons-Bit NOT = Filtro-Cedula-Bit
086340         GO TO 4957-APLICAR-FILTROS-BIT-EXIT
086350     END-IF
086360     IF Filtro-Usuario-Bit NOT = SPACES
086370         AND Usuario-Cons-Bit NOT = Filtro-Usuario-Bit
086380         GO TO 4957-APLICAR-FILTROS-BIT-EXIT
086390     END-IF
086400     IF Longitud-Campo-Bit > ZERO
086410         AND Campo-Cons-Bit (1:Longitud-Campo-Bit) NOT =
086420             Filtro-Campo-Bit (1:Longitud-Campo-Bit)
086430         GO TO 4957-APLICAR-FILTROS-BIT-EXIT
086440     END-IF
086450     MOVE "S" TO Bandera-BitIncluida.
086460 4957-APLICAR-FILTROS-BIT-EXIT.
086470     EXIT.
      
086480******************************************************************
086490* 4958-LINEA-DETALLE-BIT
086500* Arma en LineaRepBitacora el detalle de la linea leida. Las
086510* lineas grabadas antes de ampliar la bitacora no traen usuario
086520* y salen con N/D.
086530******************************************************************
086540 4958-LINEA-DETALLE-BIT.
086550     MOVE Usuario-Cons-Bit TO Usuario-Bit
086560     IF Usuario-Bit = SPACES
086570         MOVE "N/D" TO Usuario-Bit
086580     END-IF
086590     MOVE SPACES TO LineaRepBitacora
086600     MOVE Fecha-Cons-Bit TO LineaRepBitacora (1:8)
086610     MOVE Hora-Cons-Bit (1:2) TO LineaRepBitacora (10:2)
086620     MOVE ":" TO LineaRepBitacora (12:1)
086630     MOVE Hora-Cons-Bit (3:2) TO LineaRepBitacora (13:2)
086640     MOVE ":" TO LineaRepBitacora (15:1)
086650     MOVE Hora-Cons-Bit (5:2) TO LineaRepBitacora (16:2)
086660     MOVE Usuario-Bit TO LineaRepBitacora (19:8)
086670     MOVE Cedula-Cons-Bit TO LineaRepBitacora (28:10)
086680     MOVE Campo-Cons-Bit TO LineaRepBitacora (39:20)
086690     MOVE Anterior-Cons-Bit TO LineaRepBitacora (60:30)
086700     MOVE Nuevo-Cons-Bit TO LineaRepBitacora (91:30).
086710 4958-LINEA-DETALLE-BIT-EXIT.
086720     EXIT.
      
086730 4960-RESUMEN-USUARIO-BIT.
086740     MOVE SPACES TO LineaRepBitacora
086750     MOVE Codigo-Usuario-Bit (Ndx-Usr-Bit)
086760         TO LineaRepBitacora (1:8)
086770     MOVE Cambios-Usuario-Bit (Ndx-Usr-Bit)
086780         TO Contador-Edicion-Calc
086790     MOVE Contador-Edicion-Calc TO LineaRepBitacora (12:5)
086800     MOVE Ultima-Fecha-Bit (Ndx-Usr-Bit)
086810         TO LineaRepBitacora (21:8)
086820     WRITE LineaRepBitacora.
086830 4960-RESUMEN-USUARIO-BIT-EXIT.
086840     EXIT.
      
086850******************************************************************
086860* 4961-SEGURIDAD-BIT-LEER
086870* Lista las sesiones y autorizaciones fallidas y las acciones
086880* reservadas al supervisor dentro del rango de fechas. Con
086890* filtro de usuario, un intento fallido se incluye tambien
086900* cuando el usuario filtrado es el que intento ingresar.
086910******************************************************************
086920 4961-SEGURIDAD-BIT-LEER.
086930     READ ArchivoBitacora INTO Consulta-Bitacora
086940         AT END
086950             MOVE "S" TO Bandera-FinBitacora
086960             GO TO 4961-SEGURIDAD-BIT-LEER-EXIT
086970     END-READ
      
086980     IF NOT Intento-Fallido-Bit
086990         AND NOT Accion-Supervisor-Bit
087000         GO TO 4961-SEGURIDAD-BIT-LEER-EXIT
087010     END-IF
087020     IF Fecha-Cons-Bit < Filtro-Desde-Bit
087030         OR Fecha-Cons-Bit > Filtro-Hasta-Bit
087040         GO TO 4961-SEGURIDAD-BIT-LEER-EXIT
087050     END-IF
087060     IF Filtro-Usuario-Bit NOT = SPACES
087070         AND Usuario-Cons-Bit NOT = Filtro-Usuario-Bit
087080         IF NOT Intento-Fallido-Bit
087090             OR Anterior-Cons-Bit (1:8) NOT = Filtro-Usuario-Bit
087100             GO TO 4961-SEGURIDAD-BIT-LEER-EXIT
087110         END-IF
087120     END-IF
      
087130     PERFORM 4958-LINEA-DETALLE-BIT
087140         THRU 4958-LINEA-DETALLE-BIT-EXIT
087150     IF Intento-Fallido-Bit
087160         ADD 1 TO Contador-Bit-Fallidos
087170         MOVE "FALLIDO" TO LineaRepBitacora (122:10)
087180     ELSE
087190         ADD 1 TO Contador-Bit-Supervisor
087200         MOVE "SUPERVISOR" TO LineaRepBitacora (122:10)
087210     END-IF
087220     WRITE LineaRepBitacora.
087230 4961-SEGURIDAD-BIT-LEER-EXIT.
087240     EXIT.
      
087250******************************************************************
087260* 4962-UBICAR-USUARIO-BIT
087270* Ubica Usuario-Bit en la tabla de cambios por usuario,
087280* agregandolo la primera vez. Deja la bandera apagada si la
087290* tabla esta llena.
087300******************************************************************
087310 4962-UBICAR-USUARIO-BIT.
087320     MOVE "N" TO Bandera-UsrHallado
087330     IF Cantidad-Usuarios-Bit > ZERO
087340         PERFORM 4963-BUSCAR-USUARIO-BIT
087350             THRU 4963-BUSCAR-USUARIO-BIT-EXIT
087360             VARYING Ndx-Usr-Bit FROM 1 BY 1
087370             UNTIL Ndx-Usr-Bit > Cantidad-Usuarios-Bit
087380                 OR Usr-Hallado
087390     END-IF
087400     IF Usr-Hallado
087410         GO TO 4962-UBICAR-USUARIO-BIT-EXIT
087420     END-IF
      
087430     IF Cantidad-Usuarios-Bit NOT < 50
087440         DISPLAY "Tabla de usuarios llena; se omite ",
087450             Usuario-Bit
087460         GO TO 4962-UBICAR-USUARIO-BIT-EXIT
087470     END-IF
      
087480     ADD 1 TO Cantidad-Usuarios-Bit
087490     MOVE Cantidad-Usuarios-Bit TO Ndx-Usr-Hallado
087500     MOVE Usuario-Bit TO Codigo-Usuario-Bit (Ndx-Usr-Hallado)
087510     MOVE ZERO TO Cambios-Usuario-Bit (Ndx-Usr-Hallado)
087520     MOVE Fecha-Cons-Bit TO Ultima-Fecha-Bit (Ndx-Usr-Hallado)
087530     MOVE "S" TO Bandera-UsrHallado.
087540 4962-UBICAR-USUARIO-BIT-EXIT.
087550     EXIT.
      
087560 4963-BUSCAR-USUARIO-BIT.
087570     IF Codigo-Usuario-Bit (Ndx-Usr-Bit) = Usuario-Bit
087580         MOVE "S" TO Bandera-UsrHallado
087590         MOVE Ndx-Usr-Bit TO Ndx-Usr-Hallado
087600     END-IF.
087610 4963-BUSCAR-USUARIO-BIT-EXIT.
087620     EXIT.
      
087630 4965-ENCABEZADO-BIT.
087640     MOVE SPACES TO LineaRepBitacora
087650     MOVE "FECHA" TO LineaRepBitacora (1:5)
087660     MOVE "HORA" TO LineaRepBitacora (10:4)
087670     MOVE "USUARIO" TO LineaRepBitacora (19:7)
087680     MOVE "CEDULA" TO LineaRepBitacora (28:6)
087690     MOVE "CAMPO" TO LineaRepBitacora (39:5)
087700     MOVE "VALOR ANTERIOR" TO LineaRepBitacora (60:14)
087710     MOVE "VALOR NUEVO" TO LineaRepBitacora (91:11).
087720 4965-ENCABEZADO-BIT-EXIT.
087730     EXIT.
      
087740 4966-REABRIR-BITACORA.
087750     OPEN EXTEND ArchivoBitacora
087760     IF Estado-ArchivoBitacora NOT = "00"
087770         DISPLAY "No se pudo reabrir el archivo BITACORA."
087780     END-IF.
087790 4966-REABRIR-BITACORA-EXIT.
087800     EXIT.
      
087810******************************************************************
087820* 4970-MENU-PRESUPUESTO
087830* Submenu del presupuesto de planilla por departamento y mes:
087840* registro en pantalla, consulta de un anio, carga desde el
087850* archivo plano LOTEPPTO y reporte de presupuesto contra real.
087860******************************************************************
087870 4970-MENU-PRESUPUESTO.
087880     DISPLAY "[1] Registrar o modificar presupuesto"
087890     DISPLAY "[2] Listar presupuesto de un anio"
087900     DISPLAY "[3] Cargar presupuesto desde LOTEPPTO"
087910     DISPLAY "[4] Reporte de presupuesto contra real"
087920     DISPLAY "[5] Volver al menu principal"
087930     ACCEPT OPCION
      
087940     EVALUATE OPCION
087950         WHEN "1"
087960             PERFORM 4971-MANTENER-PRESUPUESTO
087970                 THRU 4971-MANTENER-PRESUPUESTO-EXIT
087980         WHEN "2"
087990             PERFORM 4972-LISTAR-PRESUPUESTO
088000                 THRU 4972-LISTAR-PRESUPUESTO-EXIT
088010         WHEN "3"
088020             PERFORM 4975-CARGA-LOTE-PRESUPUESTO
088030                 THRU 4975-CARGA-LOTE-PRESUPUESTO-EXIT
088040         WHEN "4"
088050             DISPLAY "INGRESE EL MES DEL REPORTE (AAAAMM)"
088060             ACCEPT Mes-Presupuesto
088070             PERFORM 4980-EJECUTAR-PRESUPUESTO
088080                 THRU 4980-EJECUTAR-PRESUPUESTO-EXIT
088090         WHEN "5"
088100             CONTINUE
088110         WHEN OTHER
088120             DISPLAY "Opcion invalida. Intente de nuevo."
088130     END-EVALUATE.
088140 4970-MENU-PRESUPUESTO-EXIT.
088150     EXIT.
      
088160******************************************************************
088170* 4971-MANTENER-PRESUPUESTO
088180* Registra o modifica el monto presupuestado de planilla de un
088190* departamento del catalogo para un mes. El cambio queda en la
088200* bitacora.
088210******************************************************************
088220 4971-MANTENER-PRESUPUESTO.
088230     DISPLAY "Ingrese el codigo de departamento:"
088240     ACCEPT DeptoBusca
088250     PERFORM 3520-VALIDAR-DEPARTAMENTO
088260         THRU 3520-VALIDAR-DEPARTAMENTO-EXIT
088270     IF NOT Depto-Valido
088280         DISPLAY "El departamento no existe en el catalogo."
088290         GO TO 4971-MANTENER-PRESUPUESTO-EXIT
088300     END-IF
      
088310     DISPLAY "Ingrese el mes del presupuesto (AAAAMM):"
088320     ACCEPT Mes-Presupuesto
088330     PERFORM 4976-VALIDAR-MES-PPTO
088340         THRU 4976-VALIDAR-MES-PPTO-EXIT
088350     IF NOT Mes-Ppto-Valido
088360         DISPLAY "Mes invalido. Registro cancelado."
088370         GO TO 4971-MANTENER-PRESUPUESTO-EXIT
088380     END-IF
      
088390     MOVE DeptoBusca TO DEPTO-PPTO
088400     MOVE Mes-Presupuesto TO MES-PPTO
088410     MOVE SPACES TO ValorAnterior-Bitacora
088420     READ ArchivoPresupuesto KEY IS LLAVE-PPTO
088430         INVALID KEY
088440             DISPLAY "Sin presupuesto registrado para ese mes."
088450         NOT INVALID KEY
088460             MOVE MONTO-PPTO TO Monto-Edicion
088470             MOVE Monto-Edicion TO ValorAnterior-Bitacora
088480             DISPLAY "Presupuesto actual: ", Monto-Edicion
088490     END-READ
      
088500     DISPLAY "Ingrese el monto de planilla presupuestado:"
088510     ACCEPT Monto-Ppto-Entrada
088520     IF Monto-Ppto-Entrada = SPACES
088530         OR FUNCTION TEST-NUMVAL (Monto-Ppto-Entrada) NOT = 0
088540         DISPLAY "Monto invalido. Registro cancelado."
088550         GO TO 4971-MANTENER-PRESUPUESTO-EXIT
088560     END-IF
      
088570     MOVE DeptoBusca TO DEPTO-PPTO
088580     MOVE Mes-Presupuesto TO MES-PPTO
088590     MOVE FUNCTION NUMVAL (Monto-Ppto-Entrada) TO MONTO-PPTO
088600     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PPTO
088610     MOVE Usuario-Actual TO USUARIO-PPTO
088620     WRITE REGISTRO-PRESUPUESTO
088630         INVALID KEY
088640             REWRITE REGISTRO-PRESUPUESTO
088650                 INVALID KEY
088660                     DISPLAY "Error al grabar el presupuesto."
088670                     GO TO 4971-MANTENER-PRESUPUESTO-EXIT
088680                 NOT INVALID KEY
088690                     DISPLAY "Presupuesto actualizado."
088700             END-REWRITE
088710         NOT INVALID KEY
088720             DISPLAY "Presupuesto registrado."
088730     END-WRITE
      
088740     MOVE SPACES TO CEDULA
088750     MOVE SPACES TO Campo-Bitacora
088760     STRING "PPTO " DELIMITED BY SIZE
088770            DEPTO-PPTO DELIMITED BY SIZE
088780            " " DELIMITED BY SIZE
088790            MES-PPTO DELIMITED BY SIZE
088800         INTO Campo-Bitacora
088810     END-STRING
088820     MOVE MONTO-PPTO TO Monto-Edicion
088830     MOVE Monto-Edicion TO ValorNuevo-Bitacora
088840     PERFORM 2530-REGISTRAR-BITACORA
088850         THRU 2530-REGISTRAR-BITACORA-EXIT.
088860 4971-MANTENER-PRESUPUESTO-EXIT.
088870     EXIT.
      
088880******************************************************************
088890* 4972-LISTAR-PRESUPUESTO
088900* Lista en pantalla el presupuesto registrado de un anio, por
088910* departamento y mes.
088920******************************************************************
088930 4972-LISTAR-PRESUPUESTO.
088940     DISPLAY "INGRESE EL ANIO A CONSULTAR (AAAA)"
088950     ACCEPT Anio-Presupuesto
088960     IF Anio-Presupuesto NOT NUMERIC
088970         DISPLAY "Anio invalido. Consulta cancelada."
088980         GO TO 4972-LISTAR-PRESUPUESTO-EXIT
088990     END-IF
      
089000     MOVE "N" TO Bandera-FinPresupuesto
089010     MOVE LOW-VALUES TO LLAVE-PPTO
089020     START ArchivoPresupuesto KEY IS NOT LESS THAN LLAVE-PPTO
089030         INVALID KEY
089040             MOVE "S" TO Bandera-FinPresupuesto
089050     END-START
      
089060     PERFORM 4973-LISTAR-PRESUPUESTO-LEER
089070         THRU 4973-LISTAR-PRESUPUESTO-LEER-EXIT
089080         UNTIL Fin-Presupuesto.
089090 4972-LISTAR-PRESUPUESTO-EXIT.
089100     EXIT.
      
089110 4973-LISTAR-PRESUPUESTO-LEER.
089120     READ ArchivoPresupuesto NEXT RECORD
089130         AT END
089140             MOVE "S" TO Bandera-FinPresupuesto
089150             GO TO 4973-LISTAR-PRESUPUESTO-LEER-EXIT
089160     END-READ
089170     IF MES-PPTO (1:4) NOT = Anio-Presupuesto
089180         GO TO 4973-LISTAR-PRESUPUESTO-LEER-EXIT
089190     END-IF
089200     MOVE MONTO-PPTO TO Monto-Edicion
089210     DISPLAY DEPTO-PPTO, " ", MES-PPTO, " ", Monto-Edicion,
089220         " ", FECHA-PPTO, " ", USUARIO-PPTO.
089230 4973-LISTAR-PRESUPUESTO-LEER-EXIT.
089240     EXIT.
      
089250******************************************************************
089260* 4975-CARGA-LOTE-PRESUPUESTO
089270* Lee el archivo plano LOTEPPTO (departamento, mes AAAAMM y
089280* monto) y registra o reemplaza el presupuesto de cada linea.
089290* Los departamentos fuera del catalogo, los meses mal formados
089300* y los montos no numericos se omiten y se reportan en
089310* pantalla. La carga queda en la bitacora.
089320******************************************************************
089330 4975-CARGA-LOTE-PRESUPUESTO.
089340     OPEN INPUT ArchivoLotePresupuesto
089350     IF Estado-ArchivoLotePpto NOT = "00"
089360         DISPLAY "No se encontro el archivo de lote LOTEPPTO."
089370         MOVE "S" TO Bandera-PasoFallido
089380         GO TO 4975-CARGA-LOTE-PRESUPUESTO-EXIT
089390     END-IF
      
089400     MOVE "N" TO Bandera-FinArchivo
089410     MOVE ZERO TO Contador-LotePpto
089420     MOVE ZERO TO Contador-LotePpto-Omit
      
089430     PERFORM 4977-CARGA-LOTEPPTO-LEER
089440         THRU 4977-CARGA-LOTEPPTO-LEER-EXIT
089450         UNTIL Fin-Archivo
      
089460     CLOSE ArchivoLotePresupuesto
      
089470     MOVE SPACES TO CEDULA
089480     MOVE "PPTO CARGA LOTE" TO Campo-Bitacora
089490     MOVE "LOTEPPTO" TO ValorAnterior-Bitacora
089500     MOVE Contador-LotePpto TO Contador-Edicion-Calc
089510     MOVE SPACES TO ValorNuevo-Bitacora
089520     STRING "REGISTROS CARGADOS: " DELIMITED BY SIZE
089530            Contador-Edicion-Calc DELIMITED BY SIZE
089540         INTO ValorNuevo-Bitacora
089550     END-STRING
089560     PERFORM 2530-REGISTRAR-BITACORA
089570         THRU 2530-REGISTRAR-BITACORA-EXIT
      
089580     DISPLAY Contador-LotePpto,
089590         " presupuesto(s) cargado(s) desde el archivo de lote."
089600     DISPLAY Contador-LotePpto-Omit, " linea(s) omitida(s).".
089610 4975-CARGA-LOTE-PRESUPUESTO-EXIT.
089620     EXIT.
      
089630******************************************************************
089640* 4976-VALIDAR-MES-PPTO
089650* Enciende Mes-Ppto-Valido si Mes-Presupuesto es un AAAAMM
089660* numerico con el mes entre 01 y 12.
089670******************************************************************
089680 4976-VALIDAR-MES-PPTO.
089690     MOVE "N" TO Bandera-MesPptoValido
089700     IF Mes-Presupuesto NOT NUMERIC
089710         GO TO 4976-VALIDAR-MES-PPTO-EXIT
089720     END-IF
089730     IF NumMes-Presupuesto < "01"
089740         OR NumMes-Presupuesto > "12"
089750         GO TO 4976-VALIDAR-MES-PPTO-EXIT
089760     END-IF
089770     MOVE "S" TO Bandera-MesPptoValido.
089780 4976-VALIDAR-MES-PPTO-EXIT.
089790     EXIT.
      
089800 4977-CARGA-LOTEPPTO-LEER.
089810     READ ArchivoLotePresupuesto
089820         AT END
089830             MOVE "S" TO Bandera-FinArchivo
089840             GO TO 4977-CARGA-LOTEPPTO-LEER-EXIT
089850     END-READ
      
089860     MOVE DEPTO-LOTPPTO TO DeptoBusca
089870     PERFORM 3520-VALIDAR-DEPARTAMENTO
089880         THRU 3520-VALIDAR-DEPARTAMENTO-EXIT
089890     IF NOT Depto-Valido
089900         DISPLAY "Departamento inexistente, se omite: ",
089910             DEPTO-LOTPPTO
089920         ADD 1 TO Contador-LotePpto-Omit
089930         GO TO 4977-CARGA-LOTEPPTO-LEER-EXIT
089940     END-IF
      
089950     MOVE MES-LOTPPTO TO Mes-Presupuesto
089960     PERFORM 4976-VALIDAR-MES-PPTO
089970         THRU 4976-VALIDAR-MES-PPTO-EXIT
089980     IF NOT Mes-Ppto-Valido
089990         DISPLAY "Mes invalido, se omite: ", DEPTO-LOTPPTO,
090000             " ", MES-LOTPPTO
090010         ADD 1 TO Contador-LotePpto-Omit
090020         GO TO 4977-CARGA-LOTEPPTO-LEER-EXIT
090030     END-IF
      
090040     IF MONTO-LOTPPTO NOT NUMERIC
090050         DISPLAY "Monto invalido, se omite: ", DEPTO-LOTPPTO,
090060             " ", MES-LOTPPTO
090070         ADD 1 TO Contador-LotePpto-Omit
090080         GO TO 4977-CARGA-LOTEPPTO-LEER-EXIT
090090     END-IF
      
090100     MOVE DEPTO-LOTPPTO TO DEPTO-PPTO
090110     MOVE MES-LOTPPTO TO MES-PPTO
090120     MOVE MONTO-LOTPPTO TO MONTO-PPTO
090130     MOVE FUNCTION CURRENT-DATE (1:8) TO FECHA-PPTO
090140     MOVE Usuario-Actual TO USUARIO-PPTO
090150     WRITE REGISTRO-PRESUPUESTO
090160         INVALID KEY
090170             REWRITE REGISTRO-PRESUPUESTO
090180                 INVALID KEY
090190                     DISPLAY "Error al cargar presupuesto: ",
090200                         DEPTO-LOTPPTO, " ", MES-LOTPPTO
090210                 NOT INVALID KEY
090220                     ADD 1 TO Contador-LotePpto
090230             END-REWRITE
090240         NOT INVALID KEY
090250             ADD 1 TO Contador-LotePpto
090260     END-WRITE.
090270 4977-CARGA-LOTEPPTO-LEER-EXIT.
090280     EXIT.
      
090290******************************************************************
090300* 4980-EJECUTAR-PRESUPUESTO
090310* Genera en PPTOREP el presupuesto contra real del mes cargado
090320* en Mes-Presupuesto. El real es el bruto, las deducciones y
090330* el neto de HISTORIA de todas las planillas cerradas cuyo
090340* periodo empieza con el mes (las dos quincenas). Por
090350* departamento salen tres lineas: MES, ACUM (enero al mes del
090360* reporte) y PROY (proyeccion al cierre del anio al ritmo
090370* acumulado, contra el presupuesto anual). La variacion es
090380* presupuesto menos bruto real; negativa indica exceso. Lo
090390* comparten el menu y el modo de ejecucion por lote (comando
090400* PRESUPUESTO aaaamm).
090410******************************************************************
090420 4980-EJECUTAR-PRESUPUESTO.
090430     PERFORM 4976-VALIDAR-MES-PPTO
090440         THRU 4976-VALIDAR-MES-PPTO-EXIT
090450     IF NOT Mes-Ppto-Valido
090460         DISPLAY "Mes invalido. Reporte cancelado."
090470         MOVE "S" TO Bandera-PasoFallido
090480         GO TO 4980-EJECUTAR-PRESUPUESTO-EXIT
090490     END-IF
      
090500     OPEN OUTPUT ArchivoRepPresupuesto
090510     IF Estado-ArchivoRepPpto NOT = "00"
090520         DISPLAY "No se pudo abrir el archivo PPTOREP."
090530         MOVE "S" TO Bandera-PasoFallido
090540         GO TO 4980-EJECUTAR-PRESUPUESTO-EXIT
090550     END-IF
      
090560     MOVE NumMes-Presupuesto TO Meses-Transcurridos
090570     MOVE ZERO TO Cantidad-Deptos-Ppto
090580     MOVE ZERO TO Contador-Ppto-Excedido
090590     MOVE ZERO TO Totales-Presupuesto
      
090600     MOVE "N" TO Bandera-FinPresupuesto
090610     MOVE LOW-VALUES TO LLAVE-PPTO
090620     START ArchivoPresupuesto KEY IS NOT LESS THAN LLAVE-PPTO
090630         INVALID KEY
090640             MOVE "S" TO Bandera-FinPresupuesto
090650     END-START
090660     PERFORM 4981-PPTO-ACUMULAR-LEER
090670         THRU 4981-PPTO-ACUMULAR-LEER-EXIT
090680         UNTIL Fin-Presupuesto
      
090690     MOVE "N" TO Bandera-FinHistoria
090700     MOVE LOW-VALUES TO LLAVE-HIST
090710     START ArchivoHistoria KEY IS NOT LESS THAN LLAVE-HIST
090720         INVALID KEY
090730             MOVE "S" TO Bandera-FinHistoria
090740     END-START
090750     PERFORM 4982-PPTO-HISTORIA-LEER
090760         THRU 4982-PPTO-HISTORIA-LEER-EXIT
090770         UNTIL Fin-Historia
      
090780     MOVE SPACES TO LineaPresupuesto
090790     STRING "PRESUPUESTO CONTRA REAL DE PLANILLA - MES "
090800         DELIMITED BY SIZE
090810            Mes-Presupuesto DELIMITED BY SIZE
090820         INTO LineaPresupuesto
090830     END-STRING
090840     WRITE LineaPresupuesto
090850     MOVE SPACES TO LineaPresupuesto
090860     MOVE "VARIACION = PRESUPUESTO - BRUTO REAL" TO
090870         LineaPresupuesto
090880     WRITE LineaPresupuesto
090890     MOVE SPACES TO LineaPresupuesto
090900     MOVE "DEPT" TO LineaPresupuesto (1:4)
090910     MOVE "DESCRIPCION" TO LineaPresupuesto (6:11)
090920     MOVE "TIPO" TO LineaPresupuesto (27:4)
090930     MOVE "PRESUPUESTO" TO LineaPresupuesto (37:11)
090940     MOVE "BRUTO REAL" TO LineaPresupuesto (55:10)
090950     MOVE "DEDUCCIONES" TO LineaPresupuesto (71:11)
090960     MOVE "NETO" TO LineaPresupuesto (95:4)
090970     MOVE "VARIACION" TO LineaPresupuesto (107:9)
090980     MOVE "% USO" TO LineaPresupuesto (119:5)
090990     MOVE "MARCA" TO LineaPresupuesto (125:5)
091000     WRITE LineaPresupuesto
      
091010     PERFORM 4984-PPTO-DEPTO-LINEAS
091020         THRU 4984-PPTO-DEPTO-LINEAS-EXIT
091030         VARYING Ndx-Ppto FROM 1 BY 1
091040         UNTIL Ndx-Ppto > Cantidad-Deptos-Ppto
      
091050     MOVE SPACES TO LineaPresupuesto
091060     WRITE LineaPresupuesto
091070     MOVE SPACES TO Codigo-Linea-Ppto
091080     MOVE "TOTALES GENERALES" TO Desc-Linea-Ppto
091090     MOVE "MES" TO Tipo-Linea-Ppto
091100     MOVE Tot-Ppto-Mes TO Ppto-Linea
091110     MOVE Tot-Bruto-Mes TO Bruto-Linea
091120     MOVE Tot-Ded-Mes TO Ded-Linea
091130     MOVE Tot-Neto-Mes TO Neto-Linea
091140     PERFORM 4987-LINEA-PRESUPUESTO
091150         THRU 4987-LINEA-PRESUPUESTO-EXIT
091160     MOVE SPACES TO Desc-Linea-Ppto
091170     MOVE "ACUM" TO Tipo-Linea-Ppto
091180     MOVE Tot-Ppto-Acum TO Ppto-Linea
091190     MOVE Tot-Bruto-Acum TO Bruto-Linea
091200     MOVE Tot-Ded-Acum TO Ded-Linea
091210     MOVE Tot-Neto-Acum TO Neto-Linea
091220     PERFORM 4987-LINEA-PRESUPUESTO
091230         THRU 4987-LINEA-PRESUPUESTO-EXIT
091240     MOVE "PROY" TO Tipo-Linea-Ppto
091250     MOVE Tot-Ppto-Anual TO Ppto-Linea
091260     PERFORM 4988-PROYECTAR-LINEA
091270         THRU 4988-PROYECTAR-LINEA-EXIT
091280     PERFORM 4987-LINEA-PRESUPUESTO
091290         THRU 4987-LINEA-PRESUPUESTO-EXIT
      
091300     CLOSE ArchivoRepPresupuesto
      
091310     MOVE Cantidad-Deptos-Ppto TO Contador-Edicion-Calc
091320     DISPLAY "Departamentos en el reporte: ",
091330         Contador-Edicion-Calc
091340     MOVE Contador-Ppto-Excedido TO Contador-Edicion-Calc
091350     DISPLAY "Departamentos excedidos en el mes: ",
091360         Contador-Edicion-Calc
091370     DISPLAY "Reporte de presupuesto generado en PPTOREP.".
091380 4980-EJECUTAR-PRESUPUESTO-EXIT.
091390     EXIT.
      
091400 4981-PPTO-ACUMULAR-LEER.
091410     READ ArchivoPresupuesto NEXT RECORD
091420         AT END
091430             MOVE "S" TO Bandera-FinPresupuesto
091440             GO TO 4981-PPTO-ACUMULAR-LEER-EXIT
091450     END-READ
091460     IF MES-PPTO (1:4) NOT = Anio-Presupuesto
091470         GO TO 4981-PPTO-ACUMULAR-LEER-EXIT
091480     END-IF
      
091490     MOVE DEPTO-PPTO TO Depto-Ppto-Busca
091500     PERFORM 4985-UBICAR-DEPTO-PPTO
091510         THRU 4985-UBICAR-DEPTO-PPTO-EXIT
091520     IF NOT Ppto-Hallado
091530         GO TO 4981-PPTO-ACUMULAR-LEER-EXIT
091540     END-IF
      
091550     ADD MONTO-PPTO TO Ppto-Anual-Depto (Ndx-Ppto-Hallado)
091560     ADD MONTO-PPTO TO Tot-Ppto-Anual
091570     IF MES-PPTO NOT > Mes-Presupuesto
091580         ADD MONTO-PPTO TO Ppto-Acum-Depto (Ndx-Ppto-Hallado)
091590         ADD MONTO-PPTO TO Tot-Ppto-Acum
091600     END-IF
091610     IF MES-PPTO = Mes-Presupuesto
091620         ADD MONTO-PPTO TO Ppto-Mes-Depto (Ndx-Ppto-Hallado)
091630         ADD MONTO-PPTO TO Tot-Ppto-Mes
091640     END-IF.
091650 4981-PPTO-ACUMULAR-LEER-EXIT.
091660     EXIT.
      
091670 4982-PPTO-HISTORIA-LEER.
091680     READ ArchivoHistoria NEXT RECORD
091690         AT END
091700             MOVE "S" TO Bandera-FinHistoria
091710             GO TO 4982-PPTO-HISTORIA-LEER-EXIT
091720     END-READ
091730     IF PERIODO-HIST (1:4) NOT = Anio-Presupuesto
091740         OR PERIODO-HIST (1:6) > Mes-Presupuesto
091750         GO TO 4982-PPTO-HISTORIA-LEER-EXIT
091760     END-IF
      
091770     MOVE DEPTO-HIST TO Depto-Ppto-Busca
091780     PERFORM 4985-UBICAR-DEPTO-PPTO
091790         THRU 4985-UBICAR-DEPTO-PPTO-EXIT
091800     IF NOT Ppto-Hallado
091810         GO TO 4982-PPTO-HISTORIA-LEER-EXIT
091820     END-IF
      
091830     ADD SALARIO-HIST TO Bruto-Acum-Depto (Ndx-Ppto-Hallado)
091840     ADD DEDIMP-HIST DEDSEG-HIST
091850         TO Ded-Acum-Depto (Ndx-Ppto-Hallado)
091860     ADD SALNETO-HIST TO Neto-Acum-Depto (Ndx-Ppto-Hallado)
091870     ADD SALARIO-HIST TO Tot-Bruto-Acum
091880     ADD DEDIMP-HIST DEDSEG-HIST TO Tot-Ded-Acum
091890     ADD SALNETO-HIST TO Tot-Neto-Acum
091900     IF PERIODO-HIST (1:6) = Mes-Presupuesto
091910         ADD SALARIO-HIST TO Bruto-Mes-Depto (Ndx-Ppto-Hallado)
091920         ADD DEDIMP-HIST DEDSEG-HIST
091930             TO Ded-Mes-Depto (Ndx-Ppto-Hallado)
091940         ADD SALNETO-HIST TO Neto-Mes-Depto (Ndx-Ppto-Hallado)
091950         ADD SALARIO-HIST TO Tot-Bruto-Mes
091960         ADD DEDIMP-HIST DEDSEG-HIST TO Tot-Ded-Mes
091970         ADD SALNETO-HIST TO Tot-Neto-Mes
091980     END-IF.
091990 4982-PPTO-HISTORIA-LEER-EXIT.
092000     EXIT.
      
092010******************************************************************
092020* 4984-PPTO-DEPTO-LINEAS
092030* Escribe las lineas MES, ACUM y PROY de un departamento de la
092040* tabla y cuenta los departamentos excedidos en el mes.
092050******************************************************************
092060 4984-PPTO-DEPTO-LINEAS.
092070     MOVE Codigo-Depto-Ppto (Ndx-Ppto) TO Codigo-Linea-Ppto
092080     MOVE Codigo-Depto-Ppto (Ndx-Ppto) TO DeptoBusca
092090     PERFORM 3520-VALIDAR-DEPARTAMENTO
092100         THRU 3520-VALIDAR-DEPARTAMENTO-EXIT
092110     IF Depto-Valido
092120         MOVE DESCRIPCION-DEPTO TO Desc-Linea-Ppto
092130     ELSE
092140         MOVE "SIN CATALOGO" TO Desc-Linea-Ppto
092150     END-IF
      
092160     MOVE "MES" TO Tipo-Linea-Ppto
092170     MOVE Ppto-Mes-Depto (Ndx-Ppto) TO Ppto-Linea
092180     MOVE Bruto-Mes-Depto (Ndx-Ppto) TO Bruto-Linea
092190     MOVE Ded-Mes-Depto (Ndx-Ppto) TO Ded-Linea
092200     MOVE Neto-Mes-Depto (Ndx-Ppto) TO Neto-Linea
092210     IF Bruto-Linea > Ppto-Linea
092220         ADD 1 TO Contador-Ppto-Excedido
092230     END-IF
092240     PERFORM 4987-LINEA-PRESUPUESTO
092250         THRU 4987-LINEA-PRESUPUESTO-EXIT
      
092260     MOVE SPACES TO Codigo-Linea-Ppto
092270     MOVE SPACES TO Desc-Linea-Ppto
092280     MOVE "ACUM" TO Tipo-Linea-Ppto
092290     MOVE Ppto-Acum-Depto (Ndx-Ppto) TO Ppto-Linea
092300     MOVE Bruto-Acum-Depto (Ndx-Ppto) TO Bruto-Linea
092310     MOVE Ded-Acum-Depto (Ndx-Ppto) TO Ded-Linea
092320     MOVE Neto-Acum-Depto (Ndx-Ppto) TO Neto-Linea
092330     PERFORM 4987-LINEA-PRESUPUESTO
092340         THRU 4987-LINEA-PRESUPUESTO-EXIT
      
092350     MOVE "PROY" TO Tipo-Linea-Ppto
092360     MOVE Ppto-Anual-Depto (Ndx-Ppto) TO Ppto-Linea
092370     PERFORM 4988-PROYECTAR-LINEA
092380         THRU 4988-PROYECTAR-LINEA-EXIT
092390     PERFORM 4987-LINEA-PRESUPUESTO
092400         THRU 4987-LINEA-PRESUPUESTO-EXIT.
092410 4984-PPTO-DEPTO-LINEAS-EXIT.
092420     EXIT.
      
092430******************************************************************
092440* 4985-UBICAR-DEPTO-PPTO
092450* Ubica Depto-Ppto-Busca en la tabla del reporte de
092460* presupuesto, agregandolo en ceros la primera vez. Deja la
092470* bandera apagada si la tabla esta llena.
092480******************************************************************
092490 4985-UBICAR-DEPTO-PPTO.
092500     MOVE "N" TO Bandera-PptoHallado
092510     IF Cantidad-Deptos-Ppto > ZERO
092520         PERFORM 4986-BUSCAR-DEPTO-PPTO
092530             THRU 4986-BUSCAR-DEPTO-PPTO-EXIT
092540             VARYING Ndx-Ppto FROM 1 BY 1
092550             UNTIL Ndx-Ppto > Cantidad-Deptos-Ppto
092560                 OR Ppto-Hallado
092570     END-IF
092580     IF Ppto-Hallado
092590         GO TO 4985-UBICAR-DEPTO-PPTO-EXIT
092600     END-IF
      
092610     IF Cantidad-Deptos-Ppto NOT < 50
092620         DISPLAY "Tabla de departamentos llena; se omite ",
092630             Depto-Ppto-Busca
092640         GO TO 4985-UBICAR-DEPTO-PPTO-EXIT
092650     END-IF
      
092660     ADD 1 TO Cantidad-Deptos-Ppto
092670     MOVE Cantidad-Deptos-Ppto TO Ndx-Ppto-Hallado
092680     MOVE Depto-Ppto-Busca TO Codigo-Depto-Ppto (Ndx-Ppto-Hallado)
092690     MOVE ZERO TO Ppto-Mes-Depto (Ndx-Ppto-Hallado)
092700     MOVE ZERO TO Ppto-Acum-Depto (Ndx-Ppto-Hallado)
092710     MOVE ZERO TO Ppto-Anual-Depto (Ndx-Ppto-Hallado)
092720     MOVE ZERO TO Bruto-Mes-Depto (Ndx-Ppto-Hallado)
092730     MOVE ZERO TO Ded-Mes-Depto (Ndx-Ppto-Hallado)
092740     MOVE ZERO TO Neto-Mes-Depto (Ndx-Ppto-Hallado)
092750     MOVE ZERO TO Bruto-Acum-Depto (Ndx-Ppto-Hallado)
092760     MOVE ZERO TO Ded-Acum-Depto (Ndx-Ppto-Hallado)
092770     MOVE ZERO TO Neto-Acum-Depto (Ndx-Ppto-Hallado)
092780     MOVE "S" TO Bandera-PptoHallado.
092790 4985-UBICAR-DEPTO-PPTO-EXIT.
092800     EXIT.
      
092810 4986-BUSCAR-DEPTO-PPTO.
092820     IF Codigo-Depto-Ppto (Ndx-Ppto) = Depto-Ppto-Busca
092830         MOVE "S" TO Bandera-PptoHallado
092840         MOVE Ndx-Ppto TO Ndx-Ppto-Hallado
092850     END-IF.
092860 4986-BUSCAR-DEPTO-PPTO-EXIT.
092870     EXIT.
      
092880******************************************************************
092890* 4987-LINEA-PRESUPUESTO
092900* Escribe en PPTOREP la linea cargada en Linea-Ppto-Trabajo con
092910* su variacion, porcentaje usado y marca: EXCEDIDO si el bruto
092920* real supera el presupuesto, EXCEDERA si la proyeccion supera
092930* el presupuesto anual y SIN PPTO si hay gasto sin presupuesto.
092940******************************************************************
092950 4987-LINEA-PRESUPUESTO.
092960     MOVE SPACES TO LineaPresupuesto
092970     MOVE Codigo-Linea-Ppto TO LineaPresupuesto (1:4)
092980     MOVE Desc-Linea-Ppto TO LineaPresupuesto (6:20)
092990     MOVE Tipo-Linea-Ppto TO LineaPresupuesto (27:4)
093000     MOVE Ppto-Linea TO Monto-Edicion-Total
093010     MOVE Monto-Edicion-Total TO LineaPresupuesto (32:16)
093020     MOVE Bruto-Linea TO Monto-Edicion-Total
093030     MOVE Monto-Edicion-Total TO LineaPresupuesto (49:16)
093040     MOVE Ded-Linea TO Monto-Edicion-Total
093050     MOVE Monto-Edicion-Total TO LineaPresupuesto (66:16)
093060     MOVE Neto-Linea TO Monto-Edicion-Total
093070     MOVE Monto-Edicion-Total TO LineaPresupuesto (83:16)
093080     COMPUTE Variacion-Ppto = Ppto-Linea - Bruto-Linea
093090     MOVE Variacion-Ppto TO Monto-Edicion-Total
093100     MOVE Monto-Edicion-Total TO LineaPresupuesto (100:16)
      
093110     IF Ppto-Linea = ZERO
093120         MOVE "N/D" TO LineaPresupuesto (121:3)
093130         IF Bruto-Linea > ZERO
093140             MOVE "SIN PPTO" TO LineaPresupuesto (125:8)
093150         END-IF
093160         WRITE LineaPresupuesto
093170         GO TO 4987-LINEA-PRESUPUESTO-EXIT
093180     END-IF
      
093190     COMPUTE Porc-Uso-Ppto ROUNDED =
093200         Bruto-Linea * 100 / Ppto-Linea
093210         ON SIZE ERROR
093220             MOVE 9999.99 TO Porc-Uso-Ppto
093230     END-COMPUTE
093240     MOVE Porc-Uso-Ppto TO Porc-Uso-Edicion
093250     MOVE Porc-Uso-Edicion TO LineaPresupuesto (117:7)
093260     IF Bruto-Linea > Ppto-Linea
093270         IF Linea-Proyeccion
093280             MOVE "EXCEDERA" TO LineaPresupuesto (125:8)
093290         ELSE
093300             MOVE "EXCEDIDO" TO LineaPresupuesto (125:8)
093310         END-IF
093320     END-IF
093330     WRITE LineaPresupuesto.
093340 4987-LINEA-PRESUPUESTO-EXIT.
093350     EXIT.
      
093360******************************************************************
093370* 4988-PROYECTAR-LINEA
093380* Lleva los acumulados cargados en Linea-Ppto-Trabajo al cierre
093390* del anio al ritmo de los meses transcurridos.
093400******************************************************************
093410 4988-PROYECTAR-LINEA.
093420     COMPUTE Proyeccion-Bruto ROUNDED =
093430         Bruto-Linea * 12 / Meses-Transcurridos
093440     MOVE Proyeccion-Bruto TO Bruto-Linea
093450     COMPUTE Proyeccion-Bruto ROUNDED =
093460         Ded-Linea * 12 / Meses-Transcurridos
093470     MOVE Proyeccion-Bruto TO Ded-Linea
093480     COMPUTE Neto-Linea ROUNDED =
093490         Neto-Linea * 12 / Meses-Transcurridos.
093500 4988-PROYECTAR-LINEA-EXIT.
093510     EXIT.
      
093520******************************************************************
093530* 4990-MENU-GRUPOS-PAGO
093540* Submenu de grupos de pago y calendarios de periodos: genera
093550* el calendario de un anio para un grupo, lo lista con el
093560* estado de cada periodo y cambia la fecha de pago de un
093570* periodo.
093580******************************************************************
093590 4990-MENU-GRUPOS-PAGO.
093600     DISPLAY "[1] Generar calendario de un anio"
093610     DISPLAY "[2] Listar calendario de un grupo"
093620     DISPLAY "[3] Cambiar fecha de pago de un periodo"
093630     DISPLAY "[4] Volver al menu principal"
093640     ACCEPT OPCION
      
093650     EVALUATE OPCION
093660         WHEN "1"
093670             PERFORM 4991-GENERAR-CALENDARIO
093680                 THRU 4991-GENERAR-CALENDARIO-EXIT
093690         WHEN "2"
093700             PERFORM 4995-LISTAR-CALENDARIO
093710                 THRU 4995-LISTAR-CALENDARIO-EXIT
093720         WHEN "3"
093730             PERFORM 4997-CAMBIAR-FECHA-PAGO
093740                 THRU 4997-CAMBIAR-FECHA-PAGO-EXIT
093750         WHEN "4"
093760             CONTINUE
093770         WHEN OTHER
093780             DISPLAY "Opcion invalida. Intente de nuevo."
093790     END-EVALUATE.
093800 4990-MENU-GRUPOS-PAGO-EXIT.
093810     EXIT.
      
093820******************************************************************
093830* 4991-GENERAR-CALENDARIO
093840* Genera en CALENDARIO los periodos de un anio para un grupo
093850* de pago: las dos quincenas o el mes de cada mes, o las
093860* semanas de siete dias a partir de la fecha de inicio de la
093870* primera semana. Cada semana se numera dentro del mes en que
093880* termina (AAAAMMSn). La fecha de pago es el ultimo dia del
093890* periodo. Los periodos que ya existen no se tocan.
093900******************************************************************
093910 4991-GENERAR-CALENDARIO.
093920     DISPLAY "Grupo de pago (Q, M o S):"
093930     MOVE SPACE TO GrupoBusca
093940     ACCEPT GrupoBusca
093950     PERFORM 3203-VALIDAR-GRUPO
093960         THRU 3203-VALIDAR-GRUPO-EXIT
093970     IF NOT Grupo-Valido
093980         DISPLAY "Grupo de pago invalido. Generacion cancelada."
093990         GO TO 4991-GENERAR-CALENDARIO-EXIT
094000     END-IF
      
094010     DISPLAY "INGRESE EL ANIO DEL CALENDARIO (AAAA)"
094020     ACCEPT Anio-Calendario
094030     IF Anio-Calendario NOT NUMERIC
094040         DISPLAY "Anio invalido. Generacion cancelada."
094050         GO TO 4991-GENERAR-CALENDARIO-EXIT
094060     END-IF
094070     MOVE Anio-Calendario TO Anio-Cal-Num
094080     MOVE ZERO TO Contador-Cal-Nuevos
094090     MOVE ZERO TO Contador-Cal-Existentes
      
094100     IF GrupoBusca = "S"
094110         DISPLAY "Fecha de inicio de la primera semana"
094120         DISPLAY "(AAAAMMDD):"
094130         ACCEPT Fecha-Cal-Texto
094140         IF Fecha-Cal-Texto NOT NUMERIC
094150             DISPLAY "Fecha invalida. Generacion cancelada."
094160             GO TO 4991-GENERAR-CALENDARIO-EXIT
094170         END-IF
094180         MOVE Fecha-Cal-Texto TO Fecha-Cal-Num
094190         COMPUTE Dia-Cal-Int =
094200             FUNCTION INTEGER-OF-DATE (Fecha-Cal-Num)
094210         COMPUTE Fecha-Cal-Num =
094220             FUNCTION DATE-OF-INTEGER (Dia-Cal-Int + 6)
094230         MOVE Fecha-Cal-Num TO Fecha-Fin-Texto
094240         IF Dia-Cal-Int = ZERO
094250             OR Fecha-Fin-Texto (1:4) NOT = Anio-Calendario
094260             DISPLAY "Fecha invalida: la primera semana debe"
094270             DISPLAY "terminar en el anio. Generacion cancelada."
094280             GO TO 4991-GENERAR-CALENDARIO-EXIT
094290         END-IF
094300         MOVE SPACES TO Mes-Semana-Ant
094310         MOVE ZERO TO Semana-Calendario
094320         MOVE "N" TO Bandera-FinCalendario
094330         PERFORM 4993-GENERAR-SEMANA
094340             THRU 4993-GENERAR-SEMANA-EXIT
094350             UNTIL Fin-Calendario
094360     ELSE
094370         PERFORM 4992-GENERAR-MES
094380             THRU 4992-GENERAR-MES-EXIT
094390             VARYING Mes-Calendario FROM 1 BY 1
094400             UNTIL Mes-Calendario > 12
094410     END-IF
      
094420     MOVE Contador-Cal-Nuevos TO Contador-Edicion-Calc
094430     DISPLAY "Periodos generados     : ", Contador-Edicion-Calc
094440     MOVE Contador-Cal-Existentes TO Contador-Edicion-Calc
094450     DISPLAY "Periodos ya existentes : ", Contador-Edicion-Calc
      
094460     MOVE SPACES TO CEDULA
094470     MOVE "CALENDARIO" TO Campo-Bitacora
094480     MOVE SPACES TO ValorAnterior-Bitacora
094490     MOVE Contador-Cal-Nuevos TO Contador-Edicion-Calc
094500     MOVE SPACES TO ValorNuevo-Bitacora
094510     STRING "GRUPO " DELIMITED BY SIZE
094520            GrupoBusca DELIMITED BY SIZE
094530            " " DELIMITED BY SIZE
094540            Anio-Calendario DELIMITED BY SIZE
094550            " NUEVOS " DELIMITED BY SIZE
094560            Contador-Edicion-Calc DELIMITED BY SIZE
094570         INTO ValorNuevo-Bitacora
094580     END-STRING
094590     PERFORM 2530-REGISTRAR-BITACORA
094600         THRU 2530-REGISTRAR-BITACORA-EXIT.
094610 4991-GENERAR-CALENDARIO-EXIT.
094620     EXIT.
      
094630 4992-GENERAR-MES.
094640     MOVE Anio-Calendario TO Fecha-Cal-Texto (1:4)
094650     MOVE Mes-Calendario TO Fecha-Cal-Texto (5:2)
094660     MOVE "01" TO Fecha-Cal-Texto (7:2)
094670     MOVE Fecha-Cal-Texto TO Fecha-Fin-Texto
094680     IF Mes-Calendario = 12
094690         MOVE "31" TO Fecha-Fin-Texto (7:2)
094700     ELSE
094710         COMPUTE Fecha-Cal-Num =
094720             Anio-Cal-Num * 10000 + (Mes-Calendario + 1) * 100 + 1
094730         COMPUTE Fin-Cal-Int =
094740             FUNCTION INTEGER-OF-DATE (Fecha-Cal-Num) - 1
094750         COMPUTE Fecha-Cal-Num =
094760             FUNCTION DATE-OF-INTEGER (Fin-Cal-Int)
094770         MOVE Fecha-Cal-Num TO Fecha-Fin-Texto
094780     END-IF
      
094790     MOVE GrupoBusca TO GRUPO-CAL
094800     MOVE Fecha-Cal-Texto (1:6) TO PERIODO-CAL (1:6)
094810     IF GrupoBusca = "M"
094820         MOVE "-M" TO PERIODO-CAL (7:2)
094830         MOVE Fecha-Cal-Texto TO FECHA-INI-CAL
094840         MOVE Fecha-Fin-Texto TO FECHA-FIN-CAL
094850         MOVE Fecha-Fin-Texto TO FECHA-PAGO-CAL
094860         PERFORM 4994-GRABAR-CALENDARIO
094870             THRU 4994-GRABAR-CALENDARIO-EXIT
094880         GO TO 4992-GENERAR-MES-EXIT
094890     END-IF
      
094900     MOVE "-1" TO PERIODO-CAL (7:2)
094910     MOVE Fecha-Cal-Texto TO FECHA-INI-CAL
094920     MOVE Fecha-Cal-Texto TO FECHA-FIN-CAL
094930     MOVE "15" TO FECHA-FIN-CAL (7:2)
094940     MOVE FECHA-FIN-CAL TO FECHA-PAGO-CAL
094950     PERFORM 4994-GRABAR-CALENDARIO
094960         THRU 4994-GRABAR-CALENDARIO-EXIT
      
094970     MOVE GrupoBusca TO GRUPO-CAL
094980     MOVE Fecha-Cal-Texto (1:6) TO PERIODO-CAL (1:6)
094990     MOVE "-2" TO PERIODO-CAL (7:2)
095000     MOVE Fecha-Cal-Texto TO FECHA-INI-CAL
095010     MOVE "16" TO FECHA-INI-CAL (7:2)
095020     MOVE Fecha-Fin-Texto TO FECHA-FIN-CAL
095030     MOVE Fecha-Fin-Texto TO FECHA-PAGO-CAL
095040     PERFORM 4994-GRABAR-CALENDARIO
095050         THRU 4994-GRABAR-CALENDARIO-EXIT.
095060 4992-GENERAR-MES-EXIT.
095070     EXIT.
      
095080 4993-GENERAR-SEMANA.
095090     COMPUTE Fin-Cal-Int = Dia-Cal-Int + 6
095100     COMPUTE Fecha-Cal-Num =
095110         FUNCTION DATE-OF-INTEGER (Fin-Cal-Int)
095120     MOVE Fecha-Cal-Num TO Fecha-Fin-Texto
095130     IF Fecha-Fin-Texto (1:4) NOT = Anio-Calendario
095140         MOVE "S" TO Bandera-FinCalendario
095150         GO TO 4993-GENERAR-SEMANA-EXIT
095160     END-IF
095170     IF Fecha-Fin-Texto (1:6) NOT = Mes-Semana-Ant
095180         MOVE Fecha-Fin-Texto (1:6) TO Mes-Semana-Ant
095190         MOVE ZERO TO Semana-Calendario
095200     END-IF
095210     ADD 1 TO Semana-Calendario
095220     COMPUTE Fecha-Cal-Num =
095230         FUNCTION DATE-OF-INTEGER (Dia-Cal-Int)
095240     MOVE Fecha-Cal-Num TO Fecha-Cal-Texto
      
095250     MOVE "S" TO GRUPO-CAL
095260     MOVE Mes-Semana-Ant TO PERIODO-CAL (1:6)
095270     MOVE "S" TO PERIODO-CAL (7:1)
095280     MOVE Semana-Calendario TO PERIODO-CAL (8:1)
095290     MOVE Fecha-Cal-Texto TO FECHA-INI-CAL
095300     MOVE Fecha-Fin-Texto TO FECHA-FIN-CAL
095310     MOVE Fecha-Fin-Texto TO FECHA-PAGO-CAL
095320     PERFORM 4994-GRABAR-CALENDARIO
095330         THRU 4994-GRABAR-CALENDARIO-EXIT
095340     ADD 7 TO Dia-Cal-Int.
095350 4993-GENERAR-SEMANA-EXIT.
095360     EXIT.
      
095370 4994-GRABAR-CALENDARIO.
095380     WRITE REGISTRO-CALENDARIO
095390         INVALID KEY
095400             ADD 1 TO Contador-Cal-Existentes
095410         NOT INVALID KEY
095420             ADD 1 TO Contador-Cal-Nuevos
095430     END-WRITE.
095440 4994-GRABAR-CALENDARIO-EXIT.
095450     EXIT.
      
095460******************************************************************
095470* 4995-LISTAR-CALENDARIO
095480* Lista en pantalla los periodos de un grupo de pago en un
095490* anio con sus fechas, la fecha de pago y el estado del
095500* periodo en PERIODOS.
095510******************************************************************
095520 4995-LISTAR-CALENDARIO.
095530     DISPLAY "Grupo de pago (Q, M o S):"
095540     MOVE SPACE TO GrupoBusca
095550     ACCEPT GrupoBusca
095560     PERFORM 3203-VALIDAR-GRUPO
095570         THRU 3203-VALIDAR-GRUPO-EXIT
095580     IF NOT Grupo-Valido
095590         DISPLAY "Grupo de pago invalido. Consulta cancelada."
095600         GO TO 4995-LISTAR-CALENDARIO-EXIT
095610     END-IF
095620     DISPLAY "INGRESE EL ANIO A CONSULTAR (AAAA)"
095630     ACCEPT Anio-Calendario
095640     IF Anio-Calendario NOT NUMERIC
095650         DISPLAY "Anio invalido. Consulta cancelada."
095660         GO TO 4995-LISTAR-CALENDARIO-EXIT
095670     END-IF
      
095680     MOVE ZERO TO Contador-Cal-Listados
095690     MOVE "N" TO Bandera-FinCalendario
095700     MOVE LOW-VALUES TO PERIODO-CAL
095710     MOVE Anio-Calendario TO PERIODO-CAL (1:4)
095720     START ArchivoCalendario KEY IS NOT LESS THAN PERIODO-CAL
095730         INVALID KEY
095740             MOVE "S" TO Bandera-FinCalendario
095750     END-START
095760     PERFORM 4996-LISTAR-CALENDARIO-LEER
095770         THRU 4996-LISTAR-CALENDARIO-LEER-EXIT
095780         UNTIL Fin-Calendario
095790     IF Contador-Cal-Listados = ZERO
095800         DISPLAY "No hay periodos de ese grupo en el anio."
095810     END-IF.
095820 4995-LISTAR-CALENDARIO-EXIT.
095830     EXIT.
      
095840 4996-LISTAR-CALENDARIO-LEER.
095850     READ ArchivoCalendario NEXT RECORD
095860         AT END
095870             MOVE "S" TO Bandera-FinCalendario
095880             GO TO 4996-LISTAR-CALENDARIO-LEER-EXIT
095890     END-READ
095900     IF PERIODO-CAL (1:4) NOT = Anio-Calendario
095910         MOVE "S" TO Bandera-FinCalendario
095920         GO TO 4996-LISTAR-CALENDARIO-LEER-EXIT
095930     END-IF
095940     IF GRUPO-CAL NOT = GrupoBusca
095950         GO TO 4996-LISTAR-CALENDARIO-LEER-EXIT
095960     END-IF
      
095970     MOVE "ABIERTO" TO Estado-Cal-Edicion
095980     MOVE PERIODO-CAL TO PERIODO-CIERRE
095990     READ ArchivoPeriodos KEY IS PERIODO-CIERRE
096000         INVALID KEY
096010             CONTINUE
096020         NOT INVALID KEY
096030             IF ESTADO-PERIODO = "C"
096040                 MOVE "CERRADO" TO Estado-Cal-Edicion
096050             END-IF
096060             IF ESTADO-PERIODO = "R"
096070                 MOVE "REABIERTO" TO Estado-Cal-Edicion
096080             END-IF
096090     END-READ
096100     ADD 1 TO Contador-Cal-Listados
096110     DISPLAY PERIODO-CAL, " ", FECHA-INI-CAL, " ", FECHA-FIN-CAL,
096120         " PAGO ", FECHA-PAGO-CAL, " ", Estado-Cal-Edicion.
096130 4996-LISTAR-CALENDARIO-LEER-EXIT.
096140     EXIT.
      
096150******************************************************************
096160* 4997-CAMBIAR-FECHA-PAGO
096170* Cambia la fecha de pago de un periodo del calendario que aun
096180* no esta cerrado. El cambio queda en la bitacora.
096190******************************************************************
096200 4997-CAMBIAR-FECHA-PAGO.
096210     DISPLAY "INGRESE EL PERIODO"
096220     DISPLAY "(AAAAMM-Q, AAAAMM-M O AAAAMMSn)"
096230     ACCEPT PeriodoProceso
096240     MOVE PeriodoProceso TO PERIODO-CAL
096250     READ ArchivoCalendario KEY IS PERIODO-CAL
096260         INVALID KEY
096270             DISPLAY "El periodo no esta en el calendario."
096280             GO TO 4997-CAMBIAR-FECHA-PAGO-EXIT
096290     END-READ
096300     PERFORM 3212-REVISAR-PERIODO-CERRADO
096310         THRU 3212-REVISAR-PERIODO-CERRADO-EXIT
096320     IF Periodo-Ya-Cerrado
096330         DISPLAY "El periodo ya esta cerrado. Cambio cancelado."
096340         GO TO 4997-CAMBIAR-FECHA-PAGO-EXIT
096350     END-IF
      
096360     DISPLAY "Periodo del ", FECHA-INI-CAL, " al ", FECHA-FIN-CAL,
096370         ", pago actual ", FECHA-PAGO-CAL
096380     DISPLAY "Ingrese la nueva fecha de pago (AAAAMMDD):"
096390     ACCEPT Fecha-Cal-Texto
096400     IF Fecha-Cal-Texto NOT NUMERIC
096410         DISPLAY "Fecha invalida. Cambio cancelado."
096420         GO TO 4997-CAMBIAR-FECHA-PAGO-EXIT
096430     END-IF
      
096440     MOVE FECHA-PAGO-CAL TO ValorAnterior-Bitacora
096450     MOVE Fecha-Cal-Texto TO FECHA-PAGO-CAL
096460     REWRITE REGISTRO-CALENDARIO
096470         INVALID KEY
096480             DISPLAY "Error al grabar la fecha de pago."
096490             GO TO 4997-CAMBIAR-FECHA-PAGO-EXIT
096500     END-REWRITE
096510     DISPLAY "Fecha de pago actualizada."
      
096520     MOVE SPACES TO CEDULA
096530     MOVE SPACES TO Campo-Bitacora
096540     STRING "FECHA PAGO " DELIMITED BY SIZE
096550            PERIODO-CAL DELIMITED BY SIZE
096560         INTO Campo-Bitacora
096570     END-STRING
096580     MOVE FECHA-PAGO-CAL TO ValorNuevo-Bitacora
096590     PERFORM 2530-REGISTRAR-BITACORA
096600         THRU 2530-REGISTRAR-BITACORA-EXIT.
096610 4997-CAMBIAR-FECHA-PAGO-EXIT.
096620     EXIT.
      
096630******************************************************************
096640* 9999-FINALIZAR-PROGRAMA
096650* Cierra los archivos abiertos antes de terminar la ejecucin.
096660******************************************************************
096670 9999-FINALIZAR-PROGRAMA.
096680     CLOSE ArchivoEmpleados
096690     CLOSE ArchivoHistoria
096700     CLOSE ArchivoPeriodos
096710     CLOSE ArchivoDeptos
096720     CLOSE ArchivoPuestos
096730     CLOSE ArchivoDependientes
096740     CLOSE ArchivoIncapacidades
096750     CLOSE ArchivoPresupuesto
096760     CLOSE ArchivoCalendario
096770     CLOSE ArchivoNovedades
096780     CLOSE ArchivoPrestamos
096790     CLOSE ArchivoVacaciones
096800     CLOSE ArchivoUsuarios
096810     CLOSE ArchivoCambios
096820     CLOSE ArchivoBitacora.
096830 9999-FINALIZAR-PROGRAMA-EXIT.
096840     EXIT.
      
096850 END PROGRAM PRUEBABG.
