004156*                     llenarse y el ranking salia incompleto. La
004157*                     corrida desatendida anota en LOTE.LOG la
004158*                     duracion de cada paso del mensual.
004161*  2026-09-03  RMV    Condonacion total o rebaja de multas
004164*                     pendientes (PENALIZACIONES opcion 4), solo
004167*                     por administrador y con codigo de motivo;
004170*                     la multa guarda monto original, motivo,
004173*                     quien autorizo, fecha y sucursal. Cierre de
004176*                     caja, MULTAS.CSV y estado de cuenta separan
004179*                     lo cobrado de lo condonado. Nuevo informe
004182*                     mensual de condonaciones por sucursal,
004185*                     motivo y funcionario (CONDONA.TXT), tambien
004188*                     como ultimo paso del proceso mensual.
004195*  2026-09-04  RMV    Prestamo interbibliotecario: maestro de
004202*                     instituciones externas (INSTITUCIONES.DAT)
004209*                     y movimientos interbibliotecarios
004216*                     (INTERBIB.DAT) con su ciclo de solicitud,
004223*                     recepcion, prestamo al usuario con el plazo
004230*                     de la institucion, devolucion y reenvio; y
004237*                     prestamo de ejemplares propios a otra
004244*                     institucion con estado de ejemplar "I". La
004251*                     mora sobre material ajeno genera multa
004258*                     (tipo "I") y cuenta para la morosidad.
004265*                     Informe de abiertos y vencidos por
004272*                     institucion (INTERBIB.TXT). El diario crece
004279*                     a 250 posiciones de imagen.
004280*  2026-09-08  RMV    Estadistica mensual para la Municipalidad
004281*                     (ESTADIST.TXT) como sexto paso del proceso
004282*                     mensual: prestamos, renovaciones,
004283*                     devoluciones, usuarios nuevos y activos,
004284*                     carnes vigentes, reservas atendidas y
004285*                     canceladas, multas generadas y cobradas y
004286*                     ejemplares incorporados, de baja y perdidos,
004287*                     por sucursal y categoria, con total de la
004288*                     red y comparacion con el mismo mes del ano
004289*                     anterior. Prestamos, reservas y ejemplares
004290*                     guardan las fechas de renovacion, cierre,
004291*                     alta y salida que el informe necesita.
004299*  2026-09-11  RMV    Informe de expurgo (EXPURGO.TXT): por
004307*                     sucursal, titulos cuyos ejemplares no
004315*                     salieron en prestamo en los ultimos N
004323*                     meses (prestamos vigentes e historicos),
004331*                     con ultimo prestamo, prestamos de toda la
004339*                     vida, ejemplares por condicion y presencia
004347*                     en otras sucursales; y ejemplares regulares
004355*                     o danados de alta circulacion, candidatos a
004363*                     reposicion.
004364*  2026-09-15  RMV    Mensajeria por correo electronico y SMS: el
004365*                     usuario guarda correo, canal preferido
004366*                     (correo, SMS o papel) y la marca de dato de
004367*                     contacto invalido. Avisos de vencimiento,
004368*                     reserva disponible y carnes por vencer dejan
004369*                     sus mensajes en MSJSALIDA.DAT para la
004370*                     pasarela municipal y en el maestro
004371*                     MENSAJES.DAT. Los acuses (MSJACUSE.DAT)
004372*                     marcan el contacto invalido y pasan a carta
004373*                     (CARTAS.TXT) lo no entregado; informe de
004374*                     rebotes por sucursal (REBOTES.TXT). LOTE
004375*                     acepta el proceso ACUSES.
004376*  2026-09-18  RMV    Verificacion de integridad referencial entre
004377*                     maestros (UTILERIAS opcion 6 y proceso
004378*                     INTEGRIDAD de LOTE): listado por tipo con
004379*                     conteos en INTEGRIDAD.TXT y correccion
004380*                     opcional de los casos seguros, con DIARIO y
004381*                     auditoria.
004382*  2026-09-22  RMV    Estacion de autoprestamo y autodevolucion
004383*                     (argumento AUTOSERVICIO) con cedula y PIN
004384*                     del usuario; PIN asignado y restablecido en
004385*                     USUARIOS opcion 7. El prestamo y la
004386*                     devolucion quedan marcados por canal y el
004387*                     uso de la estacion se informa por sucursal
004388*                     (AUTOSERV.TXT).
004389*  2026-09-25  RMV    PRESTAMOS y RESERVAS exigen personal
004390*                     autenticado; prestamo, renovacion,
004391*                     devolucion, perdida, reserva y cobro
004392*                     guardan la cedula del funcionario. Reporte
004393*                     de actividad por funcionario, sucursal y
004394*                     dia (ACTIVIDAD.TXT) y cierre de caja por
004395*                     funcionario.
004403*  2026-09-29  RMV    Adquisiciones: maestro de proveedores,
004411*                     presupuesto anual por sucursal y ordenes de
004419*                     compra (manuales o desde sugerencias) que
004427*                     comprometen el presupuesto al emitirse. La
004435*                     carga de PROVEEDOR.DAT casa cada linea con
004443*                     una orden abierta (recepcion parcial, espera
004451*                     o rechazo de lo no pedido). Informes de
004459*                     pendientes y de ejecucion presupuestaria.
004460*  2026-10-02  RMV    Cuentas familiares: el menor (categoria N)
004461*                     queda a cargo de un adulto responsable, que
004462*                     paga sus multas en PENALIZACIONES-PAGAR y
004463*                     los ve en su estado de cuenta; la morosidad
004464*                     del grupo bloquea a todos sus miembros.
004465*                     Listado de menores sin responsable vigente
004466*                     o ya mayores de edad (MENORES.TXT).
004467*  2026-10-06  RMV    Proteccion de datos en UTILERIAS y LOTE
004468*                     (ANONIMIZA): la cedula se reemplaza por un
004469*                     identificador anonimo en los movimientos
004470*                     cerrados de mas de N anos y en todos los de
004471*                     usuarios dados de baja, conservando
004472*                     categoria y sucursal; supresion individual
004473*                     a solicitud del titular; acta con conteos
004474*                     por archivo (ACTAANON.TXT).
004475*  2026-10-15  RMV    Multa ajustada mas de una vez: el cierre de
004476*                     caja y el informe de condonaciones suman lo
004477*                     perdonado en cada ajuste (PEN-MONTO-AJUSTE)
004478*                     y no el acumulado desde el monto original.
004479* -----------------------------------------------------------------
004480
004483 ENVIRONMENT DIVISION.
004491 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. GENERICO.
004600 OBJECT-COMPUTER. GENERICO.
004700
004900 FILE-CONTROL.
005000*  Maestro de usuarios (patrones) de la biblioteca, indexado por
005100*  cedula para soportar busqueda directa durante el prestamo.
005150*  Llave alterna por el adulto responsable de cada menor.
005200     SELECT ARCH-USUARIOS ASSIGN TO "USUARIOS.DAT"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS USR-ID
005550         ALTERNATE RECORD KEY IS USR-RESPONSABLE WITH DUPLICATES
005600         FILE STATUS IS WS-FS-USUARIOS.
005700*  Maestro de titulos, indexado por ISBN por la misma razon.
005800     SELECT ARCH-LIBROS ASSIGN TO "LIBROS.DAT"
009586         ACCESS MODE IS DYNAMIC
009587         RECORD KEY IS FER-LLAVE
009588         FILE STATUS IS WS-FS-FERIADOS.
009593*  Instituciones externas (universidades, biblioteca nacional)
009598*  con las que se hace prestamo interbibliotecario, con el plazo
009603*  habitual que conceden.
009608     SELECT ARCH-INSTITUCIONES ASSIGN TO "INSTITUCIONES.DAT"
009613         ORGANIZATION IS INDEXED
009618         ACCESS MODE IS DYNAMIC
009623         RECORD KEY IS INS-CODIGO
009628         FILE STATUS IS WS-FS-INSTITUCIONES.
009633*  Movimientos interbibliotecarios: material ajeno pedido para
009638*  un usuario y ejemplares propios prestados a otra institucion.
009643*  Llave alterna por institucion para el informe y por cedula
009648*  para la morosidad del usuario.
009653     SELECT ARCH-INTERBIB ASSIGN TO "INTERBIB.DAT"
009658         ORGANIZATION IS INDEXED
009663         ACCESS MODE IS DYNAMIC
009668         RECORD KEY IS IBL-ID
009673         ALTERNATE RECORD KEY IS IBL-INS-CODIGO WITH DUPLICATES
009678         ALTERNATE RECORD KEY IS IBL-USR-ID WITH DUPLICATES
009683         FILE STATUS IS WS-FS-INTERBIB.
009684*  Mensajes entregados a la pasarela de mensajeria municipal,
009685*  con su estado segun el acuse de entrega. Llave alterna por
009686*  cedula.
009687     SELECT ARCH-MENSAJES ASSIGN TO "MENSAJES.DAT"
009688         ORGANIZATION IS INDEXED
009689         ACCESS MODE IS DYNAMIC
009690         RECORD KEY IS MSJ-ID
009691         ALTERNATE RECORD KEY IS MSJ-USR-ID WITH DUPLICATES
009692         FILE STATUS IS WS-FS-MENSAJES.
009695*  Maestro de proveedores de adquisiciones.
009698     SELECT ARCH-PROVEEDORES ASSIGN TO "PROVEEDORES.DAT"
009701         ORGANIZATION IS INDEXED
009704         ACCESS MODE IS DYNAMIC
009707         RECORD KEY IS PVD-CODIGO
009710         FILE STATUS IS WS-FS-PROVEEDORES.
009713*  Presupuesto anual de compras por sucursal: asignado,
009716*  comprometido en ordenes emitidas y ejecutado en recepciones.
009719     SELECT ARCH-PRESUPUESTO ASSIGN TO "PRESUPUESTO.DAT"
009722         ORGANIZATION IS INDEXED
009725         ACCESS MODE IS DYNAMIC
009728         RECORD KEY IS PPT-LLAVE
009731         FILE STATUS IS WS-FS-PRESUPUESTO.
009734*  Ordenes de compra (encabezado), con llave alterna por
009737*  proveedor para el informe de pendientes.
009740     SELECT ARCH-ORDENES ASSIGN TO "ORDENES.DAT"
009743         ORGANIZATION IS INDEXED
009746         ACCESS MODE IS DYNAMIC
009749         RECORD KEY IS ORD-ID
009752         ALTERNATE RECORD KEY IS ORD-PVD-CODIGO WITH DUPLICATES
009755         FILE STATUS IS WS-FS-ORDENES.
009758*  Lineas de las ordenes de compra, con llave alterna por ISBN
009761*  para casar lo que llega en PROVEEDOR.DAT.
009764     SELECT ARCH-ORDEN-LINEAS ASSIGN TO "ORDENLIN.DAT"
009767         ORGANIZATION IS INDEXED
009770         ACCESS MODE IS DYNAMIC
009773         RECORD KEY IS OLN-LLAVE
009776         ALTERNATE RECORD KEY IS OLN-ISBN WITH DUPLICATES
009779         FILE STATUS IS WS-FS-ORDEN-LINEAS.
009782*  Unico registro de control: siguientes numeros de prestamo,
009785*  reserva y penalizacion, y punto de control del corte mensual
009800*  de INFORMES para poder reanudarlo tras una caida.
009900     SELECT ARCH-CONTROL ASSIGN TO "CONTROL.DAT"
010000         ORGANIZATION IS INDEXED
010803         ORGANIZATION IS LINE SEQUENTIAL
010804         FILE STATUS IS WS-FS-INVENTARIO.
010805*  Archivo plano del proveedor para la carga masiva de
010806*  adquisiciones: ISBN, titulo, autor, cantidad, costo,
010807*  sucursal destino y numero de orden (opcional) en posiciones
010808*  fijas.
010809     SELECT ARCH-PROVEEDOR ASSIGN TO "PROVEEDOR.DAT"
010810         ORGANIZATION IS LINE SEQUENTIAL
010811         FILE STATUS IS WS-FS-PROVEEDOR.
010812*  Reporte de la carga masiva: aceptadas y rechazadas con motivo.
010813     SELECT ARCH-CARGA ASSIGN TO "CARGA.TXT"
010836*  archivo de trabajo, sin tope de titulos ni de usuarios.
010837     SELECT ORDEN-CIRCULACION ASSIGN TO "SORTCIRC.TMP".
010838     SELECT ORDEN-MULTAS ASSIGN TO "SORTMUL.TMP".
010839*  Ordenamiento de las condonaciones del mes por sucursal, motivo
010840*  y funcionario que autorizo, para el informe a la direccion.
010841     SELECT ORDEN-CONDONA ASSIGN TO "SORTCON.TMP".
010842*  Ordenamiento de los hechos del mes para la estadistica de la
010843*  Municipalidad, por sucursal, indicador y periodo.
010844     SELECT ORDEN-ESTADIST ASSIGN TO "SORTEST.TMP".
010852*  Ordenamientos del informe de expurgo: prestamos y ejemplares
010860*  por titulo y ejemplar, y luego los candidatos por seccion y
010868*  sucursal para imprimir.
010876     SELECT ORDEN-EXPURGO ASSIGN TO "SORTEXP.TMP".
010884     SELECT ORDEN-EXP-LISTA ASSIGN TO "SORTEXL.TMP".
010886*  Ordenamiento de los acuses del periodo por sucursal para el
010888*  informe de rebotes.
010890     SELECT ORDEN-REBOTES ASSIGN TO "SORTREB.TMP".
010892*  Cruce de multas sin prestamo vigente contra HISTPRE.DAT.
010894     SELECT ORDEN-INTEGRIDAD ASSIGN TO "SORTINT.TMP".
010895*  Conteo de prestamos y devoluciones por sucursal y canal.
010896     SELECT ORDEN-AUTOSERVICIO ASSIGN TO "SORTAUT.TMP".
010897*  Transacciones por sucursal, funcionario y dia.
010898     SELECT ORDEN-ACTIVIDAD ASSIGN TO "SORTACT.TMP".
010899*  Conteo de prestamos por titulo del periodo, ordenado por ISBN;
010900*  lo produce el primer ordenamiento y lo consumen el ranking y
010908*  el cotejo de candidatos a descarte.
010916     SELECT ARCH-TRAB-CIRC ASSIGN TO "TRABCIRC.DAT"
010924         ORGANIZATION IS LINE SEQUENTIAL
010932         FILE STATUS IS WS-FS-TRAB-CIRC.
010940*  Candidatos a descarte y a reposicion del informe de expurgo;
010948*  lo produce el primer ordenamiento y lo consume el segundo.
010956     SELECT ARCH-TRAB-EXP ASSIGN TO "TRABEXP.DAT"
010964         ORGANIZATION IS LINE SEQUENTIAL
010972         FILE STATUS IS WS-FS-TRAB-EXP.
010980*  Listado de diferencias detectadas por la conciliacion nocturna
010988*  entre ejemplares disponibles (LIBROS) y prestamos abiertos.
011000     SELECT ARCH-CONCILIACION ASSIGN TO "CONCILIACION.TXT"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-FS-CONCILIACION.
011309     SELECT ARCH-RESPALDO ASSIGN TO WS-RESPALDO-NOMBRE
011311         ORGANIZATION IS LINE SEQUENTIAL
011312         FILE STATUS IS WS-FS-RESPALDO.
011313*  Informe mensual de condonaciones y rebajas de multas por
011314*  sucursal, motivo y funcionario que las autorizo.
011315     SELECT ARCH-CONDONACIONES ASSIGN TO "CONDONA.TXT"
011316         ORGANIZATION IS LINE SEQUENTIAL
011317         FILE STATUS IS WS-FS-CONDONACIONES.
011328*  Informe de prestamos interbibliotecarios abiertos y vencidos
011339*  por institucion.
011350     SELECT ARCH-INTERBIB-INF ASSIGN TO "INTERBIB.TXT"
011361         ORGANIZATION IS LINE SEQUENTIAL
011372         FILE STATUS IS WS-FS-INTERBIB-INF.
011374*  Estadistica mensual de la red para la Municipalidad.
011376     SELECT ARCH-ESTADISTICA ASSIGN TO "ESTADIST.TXT"
011378         ORGANIZATION IS LINE SEQUENTIAL
011380         FILE STATUS IS WS-FS-ESTADISTICA.
011382*  Informe de expurgo para la comision de desarrollo de
011384*  colecciones.
011386     SELECT ARCH-EXPURGO ASSIGN TO "EXPURGO.TXT"
011388         ORGANIZATION IS LINE SEQUENTIAL
011390         FILE STATUS IS WS-FS-EXPURGO.
011395*  Salida de formato fijo hacia la pasarela de mensajeria: un
011400*  mensaje de correo o SMS por linea. Se agrega a lo que haya
011405*  hasta que la pasarela lo retire.
011410     SELECT ARCH-PASARELA ASSIGN TO "MSJSALIDA.DAT"
011415         ORGANIZATION IS LINE SEQUENTIAL
011420         FILE STATUS IS WS-FS-PASARELA.
011425*  Acuses de entrega devueltos por la pasarela.
011430     SELECT ARCH-ACUSES ASSIGN TO "MSJACUSE.DAT"
011435         ORGANIZATION IS LINE SEQUENTIAL
011440         FILE STATUS IS WS-FS-ACUSES.
011445*  Cartas impresas de los mensajes que la pasarela no pudo
011450*  entregar.
011455     SELECT ARCH-CARTAS ASSIGN TO "CARTAS.TXT"
011460         ORGANIZATION IS LINE SEQUENTIAL
011465         FILE STATUS IS WS-FS-CARTAS.
011470*  Informe de rebotes de mensajeria por sucursal.
011475     SELECT ARCH-REBOTES ASSIGN TO "REBOTES.TXT"
011480         ORGANIZATION IS LINE SEQUENTIAL
011485         FILE STATUS IS WS-FS-REBOTES.
011486*  Informe de integridad referencial entre maestros.
011487     SELECT ARCH-INTEGRIDAD ASSIGN TO "INTEGRIDAD.TXT"
011488         ORGANIZATION IS LINE SEQUENTIAL
011489         FILE STATUS IS WS-FS-INTEGRIDAD.
011490*  Informe de uso de la estacion de autoservicio.
011491     SELECT ARCH-AUTOSERVICIO ASSIGN TO "AUTOSERV.TXT"
011492         ORGANIZATION IS LINE SEQUENTIAL
011493         FILE STATUS IS WS-FS-AUTOSERVICIO.
011494*  Reporte de actividad por funcionario (cuadre de turnos).
011495     SELECT ARCH-ACTIVIDAD ASSIGN TO "ACTIVIDAD.TXT"
011496         ORGANIZATION IS LINE SEQUENTIAL
011497         FILE STATUS IS WS-FS-ACTIVIDAD.
011501*  Lineas de PROVEEDOR.DAT no pedidas que quedan en espera de
011505*  una orden; mismo trazado que PROVEEDOR.DAT, para volver a
011509*  cargarlas una vez emitida la orden.
011513     SELECT ARCH-PROV-ESPERA ASSIGN TO "PROVESPERA.DAT"
011517         ORGANIZATION IS LINE SEQUENTIAL
011521         FILE STATUS IS WS-FS-PROV-ESPERA.
011525*  Orden de compra emitida, para enviar al proveedor.
011529     SELECT ARCH-ORDEN-COMPRA ASSIGN TO "ORDENCOMPRA.TXT"
011533         ORGANIZATION IS LINE SEQUENTIAL
011537         FILE STATUS IS WS-FS-ORDEN-COMPRA.
011541*  Ordenes de compra pendientes de recibir, por proveedor.
011545     SELECT ARCH-ORD-PENDIENTES ASSIGN TO "ORDPEND.TXT"
011549         ORGANIZATION IS LINE SEQUENTIAL
011553         FILE STATUS IS WS-FS-ORD-PENDIENTES.
011557*  Ejecucion del presupuesto de compras por sucursal.
011561     SELECT ARCH-EJEC-PRESUP ASSIGN TO "EJECPRESUP.TXT"
011565         ORGANIZATION IS LINE SEQUENTIAL
011569         FILE STATUS IS WS-FS-EJEC-PRESUP.
011570*  Menores sin responsable vigente o ya mayores de edad.
011571     SELECT ARCH-MENORES ASSIGN TO "MENORES.TXT"
011572         ORGANIZATION IS LINE SEQUENTIAL
011573         FILE STATUS IS WS-FS-MENORES.
011574*  Trabajo de la anonimizacion: decision e identificador anonimo
011575*  por cedula; se vacia al terminar cada corrida.
011576     SELECT ARCH-TRAB-ANON ASSIGN TO "TRABANON.DAT"
011577         ORGANIZATION IS INDEXED
011578         ACCESS MODE IS DYNAMIC
011579         RECORD KEY IS TAN-CEDULA
011580         FILE STATUS IS WS-FS-TRAB-ANON.
011581*  Copia de trabajo de los historicos de linea que se anonimizan;
011582*  tambien se vacia al terminar cada corrida.
011583     SELECT ARCH-TRAB-COPIA ASSIGN TO "TRABCOPIA.DAT"
011584         ORGANIZATION IS LINE SEQUENTIAL
011585         FILE STATUS IS WS-FS-TRAB-COPIA.
011586*  Actas de anonimizacion y supresion; se acumulan.
011587     SELECT ARCH-ACTA-ANON ASSIGN TO "ACTAANON.TXT"
011588         ORGANIZATION IS LINE SEQUENTIAL
011589         FILE STATUS IS WS-FS-ACTA-ANON.
011590
011591 DATA DIVISION.
011592 FILE SECTION.
011600*
011700* -----------------------------------------------------------------
011800*  FD  ARCH-USUARIOS
013170*  final para no mover los campos ya grabados; los registros
013180*  anteriores traen espacios y se tratan como carne vencido.
013190     05  USR-FECHA-VENC-CARNE     PIC 9(08).
013197*  Datos de mensajeria. El registro crecio; los usuarios
013204*  anteriores traen espacios y se tratan como canal papel.
013211*  Los estados de correo y telefono quedan en "I" cuando la
013218*  pasarela devuelve el dato como invalido.
013225     05  USR-CORREO               PIC X(50).
013232     05  USR-CANAL                PIC X(01).
013239         88  USR-CANAL-CORREO         VALUE "C".
013246         88  USR-CANAL-SMS            VALUE "S".
013253         88  USR-CANAL-PAPEL          VALUE "P".
013260     05  USR-CORREO-ESTADO        PIC X(01).
013267         88  USR-CORREO-INVALIDO      VALUE "I".
013274     05  USR-TELEFONO-ESTADO      PIC X(01).
013281         88  USR-TELEFONO-INVALIDO    VALUE "I".
013282*  PIN de la estacion de autoservicio (espacios = sin PIN) e
013283*  intentos fallidos seguidos; con 3 queda bloqueado hasta que
013284*  el mostrador lo restablezca. El registro crecio.
013285     05  USR-PIN                  PIC X(04).
013286     05  USR-PIN-INTENTOS         PIC 9(01).
013287*  Cuenta familiar: el menor (categoria N) queda a cargo de la
013288*  cedula de un adulto responsable; con la fecha de nacimiento
013289*  se sabe cuando cumple la mayoria de edad. El registro crecio;
013290*  los usuarios anteriores traen espacios.
013291     05  USR-RESPONSABLE          PIC X(10).
013292     05  USR-FECHA-NACIMIENTO     PIC 9(08).
013293     05  FILLER                   PIC X(01).
013300*
013400* -----------------------------------------------------------------
013500*  FD  ARCH-LIBROS
015040         88  EJE-PERDIDO              VALUE "X".
015042         88  EJE-DE-BAJA              VALUE "B".
015043         88  EJE-EN-TRANSITO          VALUE "T".
015044*  Prestado a una institucion externa: fuera de la disponibilidad
015045*  pero no perdido; vuelve con el retorno interbibliotecario.
015046         88  EJE-EN-INTERBIB          VALUE "I".
015047     05  EJE-TRA-ID               PIC 9(08).
015048*  Fecha de incorporacion a la coleccion y fecha en que salio de
015049*  ella (perdida o baja), para la estadistica mensual. Los
015050*  ejemplares anteriores a estos campos quedan en cero y no se
015051*  cuentan como movimiento de ningun mes.
015052     05  EJE-FECHA-ALTA           PIC 9(08).
015053     05  EJE-FECHA-SALIDA         PIC 9(08).
015054     05  FILLER                   PIC X(02).
015055*
015056* -----------------------------------------------------------------
015057*  FD  ARCH-SUCURSALES  (maestro de sucursales de la red)
015058* -----------------------------------------------------------------
015059 FD  ARCH-SUCURSALES
015060     LABEL RECORD IS STANDARD.
015061 01  REG-SUCURSAL.
015062     05  SUC-CODIGO               PIC X(05).
015063     05  SUC-NOMBRE               PIC X(30).
015064     05  SUC-DIRECCION            PIC X(30).
015066     05  SUC-ESTADO               PIC X(01).
015068         88  SUC-ACTIVA               VALUE "A".
016720         88  PRE-PERDIDO              VALUE "P".
016750     05  PRE-AVISO-NIVEL          PIC 9(01).
016760     05  PRE-EJEMPLAR             PIC 9(04).
016768*  Fecha de la ultima renovacion (cero si no se renovo). El
016776*  registro crecio con este campo; los archivos anteriores se
016784*  pasan con un respaldo y una reconstruccion (UTILERIAS).
016792     05  PRE-FECHA-RENOVACION     PIC 9(08).
016801*  Canal por el que se presto y se devolvio: mostrador o
016810*  estacion de autoservicio. Los prestamos anteriores traen
016819*  espacios y se cuentan como de mostrador.
016828     05  PRE-CANAL-PRESTAMO       PIC X(01).
016837         88  PRE-PRESTAMO-MOSTRADOR   VALUE "M".
016846         88  PRE-PRESTAMO-AUTOSERV    VALUE "A".
016855     05  PRE-CANAL-DEVOLUCION     PIC X(01).
016864         88  PRE-DEVOLUCION-MOSTRADOR VALUE "M".
016873         88  PRE-DEVOLUCION-AUTOSERV  VALUE "A".
016882     05  FILLER                   PIC X(03).
016884*  Cedula del funcionario que registro el prestamo, la ultima
016886*  renovacion y el cierre (devolucion o perdida); "AUTOSERV" si
016888*  fue en la estacion. El registro crecio con estos campos; los
016890*  archivos anteriores se pasan con un respaldo y una
016892*  reconstruccion (UTILERIAS) y quedan en espacios.
016894     05  PRE-FUNC-PRESTAMO        PIC X(10).
016896     05  PRE-FUNC-RENOVACION      PIC X(10).
016898     05  PRE-FUNC-CIERRE          PIC X(10).
016900*
017000* -----------------------------------------------------------------
017100*  FD  ARCH-PENALIZACIONES
018000     05  PEN-DIAS-RETRASO         PIC 9(05).
018100     05  PEN-MONTO                PIC 9(05)V99.
018200     05  PEN-ESTADO               PIC X(01).
018300*  Una multa rebajada sigue pendiente por el saldo que queda, de
018320*  modo que cobro y morosidad la siguen viendo como tal; la
018340*  condonada ya no se cobra ni bloquea.
018360         88  PEN-PENDIENTE            VALUE "P" "A".
018380         88  PEN-AJUSTADA             VALUE "A".
018400         88  PEN-PAGADA               VALUE "G".
018401         88  PEN-CONDONADA            VALUE "C".
018402     05  PEN-TIPO                 PIC X(01).
018404         88  PEN-TIPO-MULTA           VALUE "M".
018406         88  PEN-TIPO-REPOSICION      VALUE "R".
018407*  Mora sobre material de otra institucion: PEN-PRE-ID lleva
018408*  entonces el numero del movimiento interbibliotecario.
018409         88  PEN-TIPO-INTERBIB        VALUE "I".
018410     05  PEN-RECIBO               PIC 9(08).
018420     05  PEN-FECHA-PAGO           PIC 9(08).
018430     05  PEN-SUCURSAL-PAGO        PIC X(05).
018431*  Datos de la condonacion o rebaja: PEN-MONTO queda con lo que
018432*  falta cobrar (cero si se condono del todo) y el monto con que
018433*  nacio la multa se guarda aparte. El registro crecio con estos
018434*  campos; los archivos anteriores se pasan con un respaldo y una
018435*  reconstruccion (UTILERIAS), que deja espacios aqui y se toman
018436*  como multa sin ajuste.
018437     05  PEN-MONTO-ORIGINAL       PIC 9(05)V99.
018438     05  PEN-MOTIVO-AJUSTE        PIC X(02).
018439     05  PEN-AUTORIZO             PIC X(10).
018440     05  PEN-FECHA-AJUSTE         PIC 9(08).
018441     05  PEN-SUCURSAL-AJUSTE      PIC X(05).
018444*  Lo perdonado en el ultimo ajuste (los del mismo dia se suman);
018447*  el acumulado sigue siendo PEN-MONTO-ORIGINAL - PEN-MONTO. Las
018450*  multas ajustadas antes de existir este dato traen espacios.
018453     05  PEN-MONTO-AJUSTE         PIC 9(05)V99.
018456     05  FILLER                   PIC X(02).
018462*  Cedula del funcionario que cobro la multa (espacios si no se
018474*  ha cobrado o si se cobro antes de registrarse este dato).
018486     05  PEN-FUNC-COBRO           PIC X(10).
018500*
018600* -----------------------------------------------------------------
018700*  FD  ARCH-RESERVAS
019900         88  RES-NOTIFICADA           VALUE "N".
020000         88  RES-CUMPLIDA             VALUE "C".
020100         88  RES-CANCELADA            VALUE "X".
020150*  Fecha en que la reserva se cumplio o se cancelo.
020200     05  RES-FECHA-CIERRE         PIC 9(08).
020250     05  FILLER                   PIC X(02).
020260*  Cedula del funcionario que tomo la reserva y de quien la
020270*  cerro (cumplida con el prestamo o cancelada).
020280     05  RES-FUNC-SOLICITUD       PIC X(10).
020290     05  RES-FUNC-CIERRE          PIC X(10).
020300*
020302* -----------------------------------------------------------------
020304*  FD  ARCH-TRASLADOS  (movimiento de ejemplares entre sucursales)
020340         88  TRA-CANCELADO            VALUE "X".
020342     05  FILLER                   PIC X(10).
020344*
020346* -----------------------------------------------------------------
020348*  FD  ARCH-INSTITUCIONES  (instituciones externas)
020350* -----------------------------------------------------------------
020352 FD  ARCH-INSTITUCIONES
020354     LABEL RECORD IS STANDARD.
020356 01  REG-INSTITUCION.
020358     05  INS-CODIGO               PIC X(05).
020360     05  INS-NOMBRE               PIC X(30).
020362     05  INS-DIRECCION            PIC X(30).
020364     05  INS-CONTACTO             PIC X(30).
020366     05  INS-TELEFONO             PIC X(15).
020368     05  INS-DIAS-PLAZO           PIC 9(03).
020370     05  INS-ESTADO               PIC X(01).
020372         88  INS-ACTIVA               VALUE "A".
020374         88  INS-INACTIVA             VALUE "I".
020376     05  FILLER                   PIC X(06).
020378*
020380* -----------------------------------------------------------------
020382*  FD  ARCH-INTERBIB  (prestamo interbibliotecario). El entrante
020384*  es material de otra institucion pedido para un usuario:
020386*  solicitado, recibido, prestado al usuario, devuelto por el
020388*  usuario y cerrado al reenviarse. El saliente es un ejemplar
020390*  propio prestado a otra institucion: prestado y cerrado al
020392*  regresar. IBL-FECHA-VENC-INST es la fecha en que el material
020394*  debe estar de vuelta en su institucion duena.
020396* -----------------------------------------------------------------
020398 FD  ARCH-INTERBIB
020400     LABEL RECORD IS STANDARD.
020402 01  REG-INTERBIB.
020404     05  IBL-ID                   PIC 9(08).
020406     05  IBL-TIPO                 PIC X(01).
020408         88  IBL-ENTRANTE             VALUE "E".
020410         88  IBL-SALIENTE             VALUE "S".
020412     05  IBL-INS-CODIGO           PIC X(05).
020414     05  IBL-ISBN                 PIC X(13).
020416     05  IBL-TITULO               PIC X(40).
020418     05  IBL-EJEMPLAR             PIC 9(04).
020420     05  IBL-USR-ID                PIC X(10).
020422     05  IBL-SUCURSAL             PIC X(05).
020424     05  IBL-FECHA-SOLICITUD      PIC 9(08).
020426     05  IBL-FECHA-RECEPCION      PIC 9(08).
020428     05  IBL-FECHA-PRESTAMO       PIC 9(08).
020430     05  IBL-FECHA-VENC-USUARIO   PIC 9(08).
020432     05  IBL-FECHA-DEVOLUCION     PIC 9(08).
020434     05  IBL-FECHA-VENC-INST      PIC 9(08).
020436     05  IBL-FECHA-REENVIO        PIC 9(08).
020438     05  IBL-ESTADO               PIC X(01).
020440         88  IBL-SOLICITADO           VALUE "S".
020442         88  IBL-RECIBIDO             VALUE "R".
020444         88  IBL-PRESTADO             VALUE "P".
020446         88  IBL-DEVUELTO             VALUE "D".
020448         88  IBL-CERRADO              VALUE "C".
020450         88  IBL-CANCELADO            VALUE "X".
020452         88  IBL-ABIERTO              VALUE "S" "R" "P" "D".
020454     05  FILLER                   PIC X(10).
020456*
020457* -----------------------------------------------------------------
020458*  FD  ARCH-MENSAJES  (mensajes de correo y SMS enviados a la
020459*  pasarela). Nace pendiente de acuse; el acuse lo deja
020460*  entregado, rebotado o con numero invalido. MSJ-IMPRESO = "S"
020461*  cuando lo no entregado ya salio como carta.
020462* -----------------------------------------------------------------
020463 FD  ARCH-MENSAJES
020464     LABEL RECORD IS STANDARD.
020465 01  REG-MENSAJE.
020466     05  MSJ-ID                   PIC 9(08).
020467     05  MSJ-FECHA                PIC 9(08).
020468     05  MSJ-ORIGEN               PIC X(01).
020469         88  MSJ-DE-AVISO             VALUE "A".
020470         88  MSJ-DE-RESERVA           VALUE "R".
020471         88  MSJ-DE-CARNE             VALUE "C".
020472     05  MSJ-CANAL                PIC X(01).
020473         88  MSJ-POR-CORREO           VALUE "C".
020474         88  MSJ-POR-SMS              VALUE "S".
020475     05  MSJ-USR-ID               PIC X(10).
020476     05  MSJ-SUCURSAL             PIC X(05).
020477     05  MSJ-DESTINO              PIC X(50).
020478     05  MSJ-REFERENCIA           PIC X(13).
020479     05  MSJ-ESTADO               PIC X(01).
020480         88  MSJ-PENDIENTE            VALUE "P".
020481         88  MSJ-ENTREGADO            VALUE "E".
020482         88  MSJ-REBOTADO             VALUE "R".
020483         88  MSJ-INVALIDO             VALUE "N".
020484     05  MSJ-FECHA-ACUSE          PIC 9(08).
020485     05  MSJ-IMPRESO              PIC X(01).
020486     05  MSJ-TEXTO                PIC X(120).
020487     05  FILLER                   PIC X(04).
020488*
020489* -----------------------------------------------------------------
020490*  FD  ARCH-PROVEEDORES  (maestro de proveedores). Un proveedor
020491*  inactivo no recibe ordenes nuevas, pero lo que ya se le pidio
020492*  se le sigue recibiendo.
020493* -----------------------------------------------------------------
020494 FD  ARCH-PROVEEDORES
020495     LABEL RECORD IS STANDARD.
020496 01  REG-PROVEEDOR-MAE.
020497     05  PVD-CODIGO               PIC X(05).
020498     05  PVD-NOMBRE               PIC X(30).
020499     05  PVD-CONTACTO             PIC X(30).
020500     05  PVD-TELEFONO             PIC X(15).
020501     05  PVD-CORREO               PIC X(50).
020502     05  PVD-ESTADO               PIC X(01).
020503         88  PVD-ACTIVO               VALUE "A".
020504         88  PVD-INACTIVO             VALUE "I".
020505     05  FILLER                   PIC X(10).
020506*
020507* -----------------------------------------------------------------
020508*  FD  ARCH-PRESUPUESTO  (presupuesto anual de compras por
020509*  sucursal). Disponible = asignado - comprometido - ejecutado.
020510*  Lo comprometido es el valor pendiente de las ordenes emitidas
020511*  a su costo pedido; lo ejecutado, lo recibido a costo real.
020512* -----------------------------------------------------------------
020513 FD  ARCH-PRESUPUESTO
020514     LABEL RECORD IS STANDARD.
020515 01  REG-PRESUPUESTO.
020516     05  PPT-LLAVE.
020517         10  PPT-ANIO             PIC 9(04).
020518         10  PPT-SUCURSAL         PIC X(05).
020519     05  PPT-ASIGNADO             PIC 9(09)V99.
020520     05  PPT-COMPROMETIDO         PIC 9(09)V99.
020521     05  PPT-EJECUTADO            PIC 9(09)V99.
020522     05  PPT-FECHA-ASIGNACION     PIC 9(08).
020523     05  FILLER                   PIC X(10).
020524*
020525* -----------------------------------------------------------------
020526*  FD  ARCH-ORDENES  (encabezado de la orden de compra). Nace en
020527*  borrador; al emitirse compromete su total en el presupuesto
020528*  de su sucursal para el anio de emision; se cierra sola al
020529*  recibirse completa, o a mano (cerrada si recibio algo, anulada
020530*  si no), liberando lo comprometido que quede.
020531* -----------------------------------------------------------------
020532 FD  ARCH-ORDENES
020533     LABEL RECORD IS STANDARD.
020534 01  REG-ORDEN.
020535     05  ORD-ID                   PIC 9(08).
020536     05  ORD-PVD-CODIGO           PIC X(05).
020537     05  ORD-SUCURSAL             PIC X(05).
020538     05  ORD-ANIO                 PIC 9(04).
020539     05  ORD-ORIGEN               PIC X(01).
020540         88  ORD-MANUAL               VALUE "M".
020541         88  ORD-DE-SUGERENCIAS       VALUE "S".
020542     05  ORD-ESTADO               PIC X(01).
020543         88  ORD-BORRADOR             VALUE "B".
020544         88  ORD-EMITIDA              VALUE "E".
020545         88  ORD-CERRADA              VALUE "C".
020546         88  ORD-ANULADA              VALUE "X".
020547     05  ORD-FECHA-CREACION       PIC 9(08).
020548     05  ORD-FECHA-EMISION        PIC 9(08).
020549     05  ORD-FECHA-CIERRE         PIC 9(08).
020550     05  ORD-LINEAS               PIC 9(03).
020551     05  ORD-TOTAL                PIC 9(09)V99.
020552     05  ORD-COMPROMETIDO         PIC 9(09)V99.
020553     05  ORD-RECIBIDO             PIC 9(09)V99.
020554     05  ORD-FUNC-CREACION        PIC X(10).
020555     05  ORD-FUNC-EMISION         PIC X(10).
020556     05  ORD-FUNC-CIERRE          PIC X(10).
020557     05  ORD-MOTIVO-CIERRE        PIC X(30).
020558     05  FILLER                   PIC X(10).
020559*
020560* -----------------------------------------------------------------
020561*  FD  ARCH-ORDEN-LINEAS  (lineas de la orden de compra). La
020562*  linea queda completa al recibirse todo lo pedido y cancelada
020563*  si la orden se cierra o anula con saldo pendiente.
020564* -----------------------------------------------------------------
020565 FD  ARCH-ORDEN-LINEAS
020566     LABEL RECORD IS STANDARD.
020567 01  REG-ORDEN-LINEA.
020568     05  OLN-LLAVE.
020569         10  OLN-ORD-ID           PIC 9(08).
020570         10  OLN-LINEA            PIC 9(03).
020571     05  OLN-ISBN                 PIC X(13).
020572     05  OLN-TITULO               PIC X(40).
020573     05  OLN-AUTOR                PIC X(30).
020574     05  OLN-CANT-PEDIDA          PIC 9(03).
020575     05  OLN-CANT-RECIBIDA        PIC 9(03).
020576     05  OLN-COSTO                PIC 9(05)V99.
020577     05  OLN-IMPORTE-RECIBIDO     PIC 9(09)V99.
020578     05  OLN-FECHA-RECEPCION      PIC 9(08).
020579     05  OLN-ESTADO               PIC X(01).
020580         88  OLN-PENDIENTE            VALUE "P".
020581         88  OLN-COMPLETA             VALUE "C".
020582         88  OLN-CANCELADA            VALUE "X".
020583     05  FILLER                   PIC X(10).
020584*
020585* -----------------------------------------------------------------
020586*  FD  ARCH-PERSONAL
020600* -----------------------------------------------------------------
020700 FD  ARCH-PERSONAL
020800     LABEL RECORD IS STANDARD.
023230*  registros de control grabados por versiones anteriores.
023240     05  CTL-ULT-REC-ID            PIC 9(08).
023250     05  CTL-ULT-TRA-ID            PIC 9(08).
023258*  El consecutivo interbibliotecario ya no cabia en el FILLER; el
023266*  registro crecio y los archivos anteriores se pasan con un
023274*  respaldo y una reconstruccion (UTILERIAS), que dejan espacios
023282*  aqui y se inician en cero al arrancar.
023290     05  CTL-ULT-IBL-ID            PIC 9(08).
023293*  Consecutivo de mensajes de la pasarela; mismo tratamiento.
023296     05  CTL-ULT-MSJ-ID            PIC 9(08).
023297*  Consecutivo de ordenes de compra; mismo tratamiento.
023298     05  CTL-ULT-ORD-ID            PIC 9(08).
023323*  Consecutivo de identificadores anonimos; mismo tratamiento.
023348     05  CTL-ULT-ANON-ID           PIC 9(08).
023373     05  FILLER                   PIC X(04).
023400*
023405* -----------------------------------------------------------------
023410*  FD  ARCH-HIST-PRESTAMOS  (prestamos cerrados depurados por el
023480     05  HPR-ESTADO               PIC X(01).
023482     05  HPR-AVISO-NIVEL          PIC 9(01).
023484     05  HPR-EJEMPLAR             PIC 9(04).
023485     05  HPR-FECHA-RENOVACION     PIC 9(08).
023486     05  HPR-CANAL-PRESTAMO       PIC X(01).
023487     05  HPR-CANAL-DEVOLUCION     PIC X(01).
023488     05  FILLER                   PIC X(03).
023489     05  HPR-FUNC-PRESTAMO        PIC X(10).
023490     05  HPR-FUNC-RENOVACION      PIC X(10).
023491     05  HPR-FUNC-CIERRE          PIC X(10).
023492*
023493* -----------------------------------------------------------------
023494*  FD  ARCH-HIST-PENALIZA  (multas pagadas o condonadas depuradas
023495*  por el cierre anual; mismo trazado que REG-PENALIZACION)
023496* -----------------------------------------------------------------
023498 FD  ARCH-HIST-PENALIZA
023499     LABEL RECORD IS STANDARD.
023511     05  HPE-RECIBO               PIC 9(08).
023512     05  HPE-FECHA-PAGO           PIC 9(08).
023513     05  HPE-SUCURSAL-PAGO        PIC X(05).
023514     05  HPE-MONTO-ORIGINAL       PIC 9(05)V99.
023515     05  HPE-MOTIVO-AJUSTE        PIC X(02).
023516     05  HPE-AUTORIZO             PIC X(10).
023517     05  HPE-FECHA-AJUSTE         PIC 9(08).
023518     05  HPE-SUCURSAL-AJUSTE      PIC X(05).
023519     05  HPE-MONTO-AJUSTE         PIC 9(05)V99.
023520     05  FILLER                   PIC X(02).
023521     05  HPE-FUNC-COBRO           PIC X(10).
023522*
023523* -----------------------------------------------------------------
023524*  FD  ARCH-DEPURACION  (resumen de la depuracion anual)
023525* -----------------------------------------------------------------
023526 FD  ARCH-DEPURACION
023527     LABEL RECORD IS STANDARD.
023528 01  REG-DEPURACION           PIC X(80).
023529*
023530* -----------------------------------------------------------------
023531*  FD  ARCH-DIARIO  (diario de transacciones de los maestros)
023535* -----------------------------------------------------------------
023540 FD  ARCH-DIARIO
023545     LABEL RECORD IS STANDARD.
023560     05  DIA-HORA                 PIC 9(08).
023565     05  DIA-ARCHIVO              PIC X(10).
023570     05  DIA-OPERACION            PIC X(08).
023575     05  DIA-IMAGEN               PIC X(250).
023580*
023581* -----------------------------------------------------------------
023582*  FD  ARCH-CONTEO  (codigos escaneados en la toma de inventario)
023611     05  PROV-CANTIDAD            PIC 9(03).
023612     05  PROV-COSTO               PIC 9(05)V99.
023613     05  PROV-SUCURSAL            PIC X(05).
023614*  Numero de la orden de compra que cubre la linea. Es opcional:
023615*  en blanco (archivos de antes o proveedores que no lo informan)
023616*  la linea se casa por ISBN contra las ordenes abiertas.
023617     05  PROV-ORDEN               PIC X(08).
023618     05  PROV-ORDEN-N REDEFINES PROV-ORDEN
023619                                  PIC 9(08).
023620*
023621* -----------------------------------------------------------------
023622*  FD  ARCH-CARGA  (reporte de la carga masiva de adquisiciones)
023623* -----------------------------------------------------------------
023624 FD  ARCH-CARGA
023625     LABEL RECORD IS STANDARD.
023626 01  REG-CARGA                PIC X(120).
023627*
023628* -----------------------------------------------------------------
023629*  FD  ARCH-ESTADOCTA  (estado de cuenta integral del usuario)
023630* -----------------------------------------------------------------
023631 FD  ARCH-ESTADOCTA
023632     LABEL RECORD IS STANDARD.
023633 01  REG-ESTADOCTA            PIC X(100).
023634*
023635* -----------------------------------------------------------------
023636*  FD  ARCH-CARNES  (carnes por vencer en los proximos 30 dias)
023637* -----------------------------------------------------------------
023638 FD  ARCH-CARNES
023639     LABEL RECORD IS STANDARD.
023640 01  REG-CARNE                PIC X(120).
023641*
023642* -----------------------------------------------------------------
023643*  FD  ARCH-SUGERENCIAS  (sugerencias de compra por reservas)
023644* -----------------------------------------------------------------
023645 FD  ARCH-SUGERENCIAS
023646     LABEL RECORD IS STANDARD.
023647 01  REG-SUGERENCIA           PIC X(120).
023648*
023649* -----------------------------------------------------------------
023650*  SD  ORDEN-CIRCULACION / ORDEN-MULTAS / ORDEN-CONDONA
023651*  (ordenamiento externo)
023652* -----------------------------------------------------------------
023653 SD  ORDEN-CIRCULACION.
023654 01  REG-ORDEN-CIRC.
023655     05  OCI-ISBN                 PIC X(13).
023656     05  OCI-VECES                PIC 9(07).
023657*
023658 SD  ORDEN-MULTAS.
023659 01  REG-ORDEN-MULTA.
023660     05  OMU-USR-ID                PIC X(10).
023661     05  OMU-MONTO                PIC 9(05)V99.
023662     05  OMU-ESTADO               PIC X(01).
023663     05  OMU-CONDONADO            PIC 9(05)V99.
023664*
023665 SD  ORDEN-CONDONA.
023666 01  REG-ORDEN-CONDONA.
023667     05  OCO-SUCURSAL             PIC X(05).
023668     05  OCO-MOTIVO               PIC X(02).
023669     05  OCO-AUTORIZO             PIC X(10).
023670     05  OCO-ESTADO               PIC X(01).
023671     05  OCO-CONDONADO            PIC 9(05)V99.
023672*
023673 SD  ORDEN-ESTADIST.
023674 01  REG-ORDEN-EST.
023675     05  OES-SUCURSAL             PIC X(05).
023676     05  OES-INDICADOR            PIC 9(02).
023677     05  OES-PERIODO              PIC X(01).
023678     05  OES-CATEGORIA            PIC X(01).
023679     05  OES-USR-ID                PIC X(10).
023680*
023681*  Tipo "E" (ejemplar) ordena antes que "P" (prestamo), de modo
023682*  que cada ejemplar llega antes que sus prestamos.
023683 SD  ORDEN-EXPURGO.
023685 01  REG-ORDEN-EXP.
023687     05  OEX-ISBN                 PIC X(13).
023689     05  OEX-EJEMPLAR             PIC 9(04).
023691     05  OEX-TIPO                 PIC X(01).
023693     05  OEX-SUCURSAL             PIC X(05).
023695     05  OEX-CONDICION            PIC X(01).
023697     05  OEX-ESTADO               PIC X(01).
023699     05  OEX-FECHA                PIC 9(08).
023701*
023703*  Mismo trazado que REG-TRAB-EXP.
023705 SD  ORDEN-EXP-LISTA.
023707 01  REG-ORDEN-EXP-LISTA.
023709     05  OEL-SECCION              PIC X(01).
023711     05  OEL-SUCURSAL             PIC X(05).
023713     05  OEL-ISBN                 PIC X(13).
023715     05  OEL-EJEMPLAR             PIC 9(04).
023717     05  FILLER                   PIC X(42).
023719*
023720 SD  ORDEN-REBOTES.
023721 01  REG-ORDEN-REB.
023722     05  ORB-SUCURSAL             PIC X(05).
023723     05  ORB-ID                   PIC 9(08).
023724     05  ORB-ESTADO               PIC X(01).
023725*
023726*  OIN-CLASE "1" = prestamo del historico, "2" = multa cuyo
023727*  prestamo no esta en PRESTAMOS; el historico ordena primero.
023728 SD  ORDEN-INTEGRIDAD.
023729 01  REG-ORDEN-INT.
023730     05  OIN-PRE-ID               PIC 9(08).
023731     05  OIN-CLASE                PIC X(01).
023732     05  OIN-PEN-ID               PIC 9(08).
023733     05  OIN-USR-ID               PIC X(10).
023734*
023735*  OAU-TIPO "P" = prestamo, "D" = devolucion; OAU-CANAL "A" =
023736*  estacion de autoservicio, otro valor = mostrador.
023737 SD  ORDEN-AUTOSERVICIO.
023738 01  REG-ORDEN-AUT.
023739     05  OAU-SUCURSAL             PIC X(05).
023740     05  OAU-TIPO                 PIC X(01).
023741     05  OAU-CANAL                PIC X(01).
023742*
023743*  OAC-TIPO: 1 prestamo, 2 renovacion, 3 devolucion, 4 perdida,
023744*  5 reserva, 6 cancelacion de reserva, 7 cobro de multa.
023745 SD  ORDEN-ACTIVIDAD.
023746 01  REG-ORDEN-ACT.
023747     05  OAC-SUCURSAL             PIC X(05).
023748     05  OAC-FUNCIONARIO          PIC X(10).
023749     05  OAC-FECHA                PIC 9(08).
023750     05  OAC-TIPO                 PIC 9(01).
023751     05  OAC-MONTO                PIC 9(05)V99.
023752*
023753* -----------------------------------------------------------------
023754*  FD  ARCH-TRAB-CIRC  (conteo de prestamos por titulo, por ISBN)
023755* -----------------------------------------------------------------
023756 FD  ARCH-TRAB-CIRC
023757     LABEL RECORD IS STANDARD.
023758 01  REG-TRAB-CIRC.
023759     05  TCI-ISBN                 PIC X(13).
023760     05  TCI-VECES                PIC 9(07).
023761*
023762* -----------------------------------------------------------------
023763*  FD  ARCH-TRAB-EXP  (candidatos del informe de expurgo; seccion
023764*  "1" titulo por sucursal a descarte, "2" ejemplar a reposicion)
023765* -----------------------------------------------------------------
023766 FD  ARCH-TRAB-EXP
023767     LABEL RECORD IS STANDARD.
023768 01  REG-TRAB-EXP.
023769     05  TEX-SECCION              PIC X(01).
023770     05  TEX-SUCURSAL             PIC X(05).
023771     05  TEX-ISBN                 PIC X(13).
023772     05  TEX-EJEMPLAR             PIC 9(04).
023773     05  TEX-ULTIMO               PIC 9(08).
023774     05  TEX-CONDICION            PIC X(01).
023775     05  TEX-PREST-SUC            PIC 9(07).
023776     05  TEX-PREST-TIT            PIC 9(07).
023777     05  TEX-EJEMPLARES           PIC 9(04).
023778     05  TEX-COND-NUEVO           PIC 9(03).
023779     05  TEX-COND-BUENO           PIC 9(03).
023780     05  TEX-COND-REGULAR         PIC 9(03).
023781     05  TEX-COND-DANADO          PIC 9(03).
023782     05  TEX-OTRAS                PIC 9(03).
023783*
023784* -----------------------------------------------------------------
023785*  FD  ARCH-MULTAS-CSV  (extracto para contabilidad, req. externo)
023787* -----------------------------------------------------------------
023800 FD  ARCH-MULTAS-CSV
023900     LABEL RECORD IS STANDARD.
024000 01  REG-MULTA-CSV            PIC X(80).
024854     05  PAR-PROCESO              PIC X(10).
024856     05  PAR-FECHA-CORTE          PIC 9(08).
024858     05  PAR-REINICIAR            PIC X(01).
024859*  Proceso INTEGRIDAD: "S" aplica las correcciones seguras.
024860     05  PAR-CORREGIR             PIC X(01).
024861*  Proceso ANONIMIZA: anos de historial identificable a conservar.
024862     05  PAR-ANOS-ANONIMIZA       PIC 9(02).
024863     05  FILLER                   PIC X(17).
024864*
024865* -----------------------------------------------------------------
024866*  FD  ARCH-BITACORA-LOTE  (bitacora de la corrida desatendida)
024868* -----------------------------------------------------------------
024870 FD  ARCH-BITACORA-LOTE
024884 FD  ARCH-RESPALDO
024886     LABEL RECORD IS STANDARD.
024888 01  REG-RESPALDO             PIC X(250).
024889*
024890* -----------------------------------------------------------------
024891*  FD  ARCH-CONDONACIONES  (condonaciones y rebajas del mes)
024892* -----------------------------------------------------------------
024893 FD  ARCH-CONDONACIONES
024894     LABEL RECORD IS STANDARD.
024895 01  REG-CONDONACION          PIC X(100).
024905*
024915* -----------------------------------------------------------------
024925*  FD  ARCH-INTERBIB-INF  (interbibliotecarios abiertos/vencidos)
024935* -----------------------------------------------------------------
024945 FD  ARCH-INTERBIB-INF
024955     LABEL RECORD IS STANDARD.
024965 01  REG-INTERBIB-INF         PIC X(120).
024966*
024967* -----------------------------------------------------------------
024968*  FD  ARCH-ESTADISTICA  (estadistica mensual, Municipalidad)
024969* -----------------------------------------------------------------
024970 FD  ARCH-ESTADISTICA
024971     LABEL RECORD IS STANDARD.
024972 01  REG-ESTADISTICA          PIC X(132).
024973*
024974* -----------------------------------------------------------------
024975*  FD  ARCH-EXPURGO  (candidatos a descarte y a reposicion)
024976* -----------------------------------------------------------------
024977 FD  ARCH-EXPURGO
024978     LABEL RECORD IS STANDARD.
024979 01  REG-EXPURGO              PIC X(132).
024981*
024983* -----------------------------------------------------------------
024985*  FD  ARCH-PASARELA  (salida hacia la pasarela de mensajeria)
024987*  Posiciones: 1-8 numero de mensaje, 9-16 fecha, 17 canal
024989*  (C correo, S SMS), 18-67 direccion o numero de destino,
024991*  68-187 texto.
024993* -----------------------------------------------------------------
024995 FD  ARCH-PASARELA
024997     LABEL RECORD IS STANDARD.
024999 01  REG-PASARELA.
025001     05  PAS-ID                   PIC 9(08).
025003     05  PAS-FECHA                PIC 9(08).
025005     05  PAS-CANAL                PIC X(01).
025007     05  PAS-DESTINO              PIC X(50).
025009     05  PAS-TEXTO                PIC X(120).
025011     05  FILLER                   PIC X(13).
025013*
025015* -----------------------------------------------------------------
025017*  FD  ARCH-ACUSES  (acuses de entrega de la pasarela)
025019*  Posiciones: 1-8 numero de mensaje, 9 resultado (E entregado,
025021*  R rebotado, N numero o direccion invalida), 10-17 fecha,
025023*  18-57 detalle de la pasarela.
025025* -----------------------------------------------------------------
025027 FD  ARCH-ACUSES
025029     LABEL RECORD IS STANDARD.
025031 01  REG-ACUSE.
025033     05  ACU-ID                   PIC 9(08).
025035     05  ACU-RESULTADO            PIC X(01).
025037         88  ACU-ENTREGADO            VALUE "E".
025039         88  ACU-REBOTADO             VALUE "R".
025041         88  ACU-INVALIDO             VALUE "N".
025043     05  ACU-FECHA                PIC 9(08).
025045     05  ACU-DETALLE              PIC X(40).
025047     05  FILLER                   PIC X(23).
025049*
025051* -----------------------------------------------------------------
025053*  FD  ARCH-CARTAS  (cartas de mensajes no entregados)
025055* -----------------------------------------------------------------
025057 FD  ARCH-CARTAS
025059     LABEL RECORD IS STANDARD.
025061 01  REG-CARTA                PIC X(160).
025063*
025065* -----------------------------------------------------------------
025067*  FD  ARCH-REBOTES  (rebotes de mensajeria por sucursal)
025069* -----------------------------------------------------------------
025071 FD  ARCH-REBOTES
025073     LABEL RECORD IS STANDARD.
025075 01  REG-REBOTE               PIC X(132).
025077*
025079* -----------------------------------------------------------------
025081*  FD  ARCH-INTEGRIDAD  (inconsistencias entre maestros)
025083* -----------------------------------------------------------------
025085 FD  ARCH-INTEGRIDAD
025087     LABEL RECORD IS STANDARD.
025089 01  REG-INTEGRIDAD           PIC X(132).
025090*
025091* -----------------------------------------------------------------
025092*  FD  ARCH-AUTOSERVICIO  (uso de la estacion por sucursal)
025093* -----------------------------------------------------------------
025094 FD  ARCH-AUTOSERVICIO
025095     LABEL RECORD IS STANDARD.
025096 01  REG-AUTOSERVICIO         PIC X(132).
025104*
025112* -----------------------------------------------------------------
025120*  FD  ARCH-ACTIVIDAD  (transacciones por funcionario y dia)
025128* -----------------------------------------------------------------
025136 FD  ARCH-ACTIVIDAD
025144     LABEL RECORD IS STANDARD.
025152 01  REG-ACTIVIDAD            PIC X(132).
025153*
025154* -----------------------------------------------------------------
025155*  FD  ARCH-PROV-ESPERA  (lineas del proveedor en espera)
025156* -----------------------------------------------------------------
025157 FD  ARCH-PROV-ESPERA
025158     LABEL RECORD IS STANDARD.
025159 01  REG-PROV-ESPERA          PIC X(106).
025160*
025161* -----------------------------------------------------------------
025162*  FD  ARCH-ORDEN-COMPRA  (orden de compra para el proveedor)
025163* -----------------------------------------------------------------
025164 FD  ARCH-ORDEN-COMPRA
025165     LABEL RECORD IS STANDARD.
025166 01  REG-ORDEN-COMPRA         PIC X(132).
025167*
025168* -----------------------------------------------------------------
025169*  FD  ARCH-ORD-PENDIENTES  (ordenes pendientes por proveedor)
025170* -----------------------------------------------------------------
025171 FD  ARCH-ORD-PENDIENTES
025172     LABEL RECORD IS STANDARD.
025173 01  REG-ORD-PENDIENTE        PIC X(132).
025174*
025175* -----------------------------------------------------------------
025176*  FD  ARCH-EJEC-PRESUP  (ejecucion presupuestaria por sucursal)
025177* -----------------------------------------------------------------
025178 FD  ARCH-EJEC-PRESUP
025179     LABEL RECORD IS STANDARD.
025180 01  REG-EJEC-PRESUP          PIC X(132).
025181*
025182* -----------------------------------------------------------------
025183*  FD  ARCH-MENORES  (menores a revisar: responsable y mayoria)
025184* -----------------------------------------------------------------
025185 FD  ARCH-MENORES
025186     LABEL RECORD IS STANDARD.
025187 01  REG-MENOR                PIC X(100).
025189*
025191* -----------------------------------------------------------------
025193*  FD  ARCH-TRAB-ANON  (decision de la corrida por cedula)
025195* -----------------------------------------------------------------
025197 FD  ARCH-TRAB-ANON
025199     LABEL RECORD IS STANDARD.
025201 01  REG-TRAB-ANON.
025203     05  TAN-CEDULA               PIC X(10).
025205     05  TAN-ANONIMO              PIC X(10).
025207     05  TAN-DECISION             PIC X(01).
025209         88  TAN-RETENIDA             VALUE "R".
025211         88  TAN-TOTAL                VALUE "T".
025213         88  TAN-HISTORICA            VALUE "H".
025215     05  TAN-CON-REGISTRO         PIC X(01).
025217         88  TAN-TIENE-REGISTRO       VALUE "S".
025219     05  TAN-CATEGORIA            PIC X(01).
025221     05  TAN-SUCURSAL             PIC X(05).
025223     05  TAN-FECHA-REGISTRO       PIC 9(08).
025225     05  TAN-MOTIVO               PIC X(30).
025227     05  TAN-CONTADA              PIC X(01).
025229         88  TAN-YA-CONTADA           VALUE "S".
025231     05  FILLER                   PIC X(13).
025233*
025235* -----------------------------------------------------------------
025237*  FD  ARCH-TRAB-COPIA  (copia de HISTPRE, HISTPEN o AUDITORIA)
025239* -----------------------------------------------------------------
025241 FD  ARCH-TRAB-COPIA
025243     LABEL RECORD IS STANDARD.
025245 01  REG-TRAB-COPIA           PIC X(250).
025247*
025249* -----------------------------------------------------------------
025251*  FD  ARCH-ACTA-ANON  (actas de anonimizacion y supresion)
025253* -----------------------------------------------------------------
025255 FD  ARCH-ACTA-ANON
025257     LABEL RECORD IS STANDARD.
025259 01  REG-ACTA-ANON            PIC X(132).
025261
025263 WORKING-STORAGE SECTION.
025265*
025267* -----------------------------------------------------------------
025269*  ESTADOS DE ARCHIVO
025300* -----------------------------------------------------------------
025400 77  WS-FS-USUARIOS           PIC X(02).
025500 77  WS-FS-LIBROS             PIC X(02).
026280 77  WS-FS-PARAMETROS         PIC X(02).
026290 77  WS-FS-BITACORA-LOTE      PIC X(02).
026295 77  WS-FS-RESPALDO           PIC X(02).
026297 77  WS-FS-CONDONACIONES      PIC X(02).
026317 77  WS-FS-INSTITUCIONES      PIC X(02).
026337 77  WS-FS-INTERBIB           PIC X(02).
026357 77  WS-FS-INTERBIB-INF       PIC X(02).
026367 77  WS-FS-ESTADISTICA        PIC X(02).
026370 77  WS-FS-TRAB-EXP           PIC X(02).
026373 77  WS-FS-EXPURGO            PIC X(02).
026376 77  WS-FS-MENSAJES           PIC X(02).
026379 77  WS-FS-PASARELA           PIC X(02).
026382 77  WS-FS-ACUSES             PIC X(02).
026385 77  WS-FS-CARTAS             PIC X(02).
026388 77  WS-FS-REBOTES            PIC X(02).
026389 77  WS-FS-INTEGRIDAD         PIC X(02).
026390 77  WS-FS-AUTOSERVICIO       PIC X(02).
026393 77  WS-FS-ACTIVIDAD          PIC X(02).
026402 77  WS-FS-PROVEEDORES        PIC X(02).
026411 77  WS-FS-PRESUPUESTO        PIC X(02).
026420 77  WS-FS-ORDENES            PIC X(02).
026429 77  WS-FS-ORDEN-LINEAS       PIC X(02).
026438 77  WS-FS-PROV-ESPERA        PIC X(02).
026447 77  WS-FS-ORDEN-COMPRA       PIC X(02).
026456 77  WS-FS-ORD-PENDIENTES     PIC X(02).
026465 77  WS-FS-EJEC-PRESUP        PIC X(02).
026469 77  WS-FS-MENORES            PIC X(02).
026470 77  WS-FS-TRAB-ANON          PIC X(02).
026471 77  WS-FS-TRAB-COPIA         PIC X(02).
026472 77  WS-FS-ACTA-ANON          PIC X(02).
026474*
026483* -----------------------------------------------------------------
026500*  INTERRUPTORES DE CONTROL DE PROGRAMA
026600* -----------------------------------------------------------------
026900 77  WS-SW-SALIR-SUBMENU      PIC X(01) VALUE "N".
029830*  abierto a partir de los cuales se niega prestar o renovar.
029840 77  WS-TOPE-MULTA-MOROSO     PIC 9(05)V99 VALUE 5.00.
029850 77  WS-TOPE-DIAS-MORA        PIC 9(03) VALUE 7.
029851*  Con "S" la morosidad del grupo familiar (responsable y sus
029852*  menores a cargo, sumados) bloquea a todos sus miembros; con
029853*  "N" cada uno responde solo por lo suyo.
029854 77  WS-MORA-FAMILIAR         PIC X(01) VALUE "S".
029855     88  MORA-FAMILIAR-ACTIVA     VALUE "S".
029860 77  WS-SW-MOROSO             PIC X(01) VALUE "N".
029870     88  USUARIO-MOROSO           VALUE "S".
029873 77  WS-SW-MORA-GRUPO         PIC X(01) VALUE "N".
029876     88  MOROSO-POR-GRUPO         VALUE "S".
029880 77  WS-MORA-DIAS-MAX         PIC S9(05) COMP.
029881*  Politica de prestamo vigente segun la categoria del usuario
029882*  atendido, resuelta por POLITICA-DEL-USUARIO.
032968* -----------------------------------------------------------------
032970 77  WS-DIA-ARCHIVO            PIC X(10).
032972 77  WS-DIA-OPERACION          PIC X(08).
032974 77  WS-DIA-IMAGEN             PIC X(250).
032976 77  WS-DIA-APLICADOS          PIC 9(07).
032978 77  WS-DIA-RECHAZADOS         PIC 9(07).
032980*
033800 77  WS-CSV-USR-ANT            PIC X(10).
033810 77  WS-CSV-PEND               PIC 9(07)V99.
033820 77  WS-CSV-PAGADO             PIC 9(07)V99.
033825 77  WS-CSV-CONDONADO          PIC 9(07)V99.
033830 77  WS-CSV-USUARIOS           PIC 9(07).
033835*
033840* -----------------------------------------------------------------
033998 77  WS-EC-POSICION            PIC 9(03).
033999 77  WS-EC-CONTADOR            PIC 9(03).
034010 77  WS-EC-MULTAS-TOTAL        PIC 9(07)V99.
034013 77  WS-EC-COBRADO-TOTAL       PIC 9(07)V99.
034016 77  WS-EC-CONDONADO-TOTAL     PIC 9(07)V99.
034020 77  WS-LINEA-EC               PIC X(100).
034030*
034032* -----------------------------------------------------------------
034089 77  WS-PR-MAX-ENTRADAS        PIC 9(05) COMP VALUE 2000.
034091 77  WS-SW-PR-LLENA            PIC X(01) VALUE "N".
034092     88  PR-TABLA-LLENA-AVISADA   VALUE "S".
034094 77  WS-SW-PR-SUGERIDO         PIC X(01) VALUE "N".
034096     88  PR-SUGERIDO              VALUE "S".
034098 77  WS-PR-UMBRAL              PIC 9(03).
034100 77  WS-PR-LIMITE              PIC 9(07).
034102 77  WS-PR-LISTADOS            PIC 9(05).
034104 77  WS-PR-AUX-ENTRADA         PIC X(38).
034106 77  WS-LINEA-SUG              PIC X(120).
034108*
034110* -----------------------------------------------------------------
034120*  PASO ACTUAL DEL PROCESO MENSUAL DE INFORMES (reinicio/checkpoint)
034130* -----------------------------------------------------------------
034800 77  WS-LINEA-SALIDA           PIC X(80).
034900 77  WS-MONTO-EDITADO           PIC ZZZZZZ9.99.
034910 77  WS-MONTO-EDITADO-2         PIC ZZZZZZ9.99.
034911 77  WS-MONTO-EDITADO-3         PIC ZZZZZZ9.99.
034912*
034914* -----------------------------------------------------------------
034916*  CAMPOS DE TRABAJO DE LA CORRIDA DESATENDIDA (MODO LOTE)
035020 77  WS-AUD-LLAVE              PIC X(13).
035030 77  WS-AUD-ANTES              PIC X(60).
035040 77  WS-AUD-DESPUES            PIC X(60).
035041*  Nombres de archivo que se graban en WS-AUD-ARCHIVO y que
035042*  la anonimizacion busca luego en AUDITORIA.TXT; el campo es
035043*  X(10), de modo que el valor es el que de verdad queda escrito.
035044 77  WS-AUD-ARCH-USUARIOS      PIC X(10) VALUE "ARCH-USUAR".
035045 77  WS-AUD-ARCH-PENALIZA      PIC X(10) VALUE "PENALIZA".
035051*
035052* -----------------------------------------------------------------
035053*  CAMPOS DE TRABAJO DEL COBRO DE MULTAS Y CIERRE DE CAJA, y tabla
035064                 INDEXED BY CJ-IDX.
035065         10  CJ-SUCURSAL              PIC X(05).
035066         10  CJ-TOTAL                 PIC 9(07)V99.
035068         10  CJ-CONDONADO             PIC 9(07)V99.
035070 77  WS-CJ-TOTAL               PIC 9(03) COMP VALUE 0.
035072 77  WS-CJ-MAX-ENTRADAS        PIC 9(03) COMP VALUE 50.
035074 77  WS-SW-CJ-LLENA            PIC X(01) VALUE "N".
035076     88  CJ-TABLA-LLENA-AVISADA   VALUE "S".
035078 77  WS-CAJA-TOTAL-DIA         PIC 9(07)V99.
035080 77  WS-CAJA-CONDONADO-DIA     PIC 9(07)V99.
035082 77  WS-CJ-SUCURSAL-ACT        PIC X(05).
035084 77  WS-CJ-COBRO-ACT           PIC 9(07)V99.
035086 77  WS-CJ-CONDONA-ACT         PIC 9(07)V99.
035087*  Cobros del dia por sucursal y funcionario que los registro.
035088 01  TABLA-CAJA-FUNCIONARIO.
035089     05  CF-ENTRADA OCCURS 100 TIMES
035090                 INDEXED BY CF-IDX.
035091         10  CF-SUCURSAL              PIC X(05).
035092         10  CF-FUNCIONARIO           PIC X(10).
035093         10  CF-RECIBOS               PIC 9(05).
035094         10  CF-TOTAL                 PIC 9(07)V99.
035095 77  WS-CF-TOTAL               PIC 9(03) COMP VALUE 0.
035096 77  WS-CF-MAX-ENTRADAS        PIC 9(03) COMP VALUE 100.
035097 77  WS-SW-CF-LLENA            PIC X(01) VALUE "N".
035098     88  CF-TABLA-LLENA-AVISADA   VALUE "S".
035099 77  WS-CF-ED-RECIBOS          PIC ZZZZ9.
035100*
035101* -----------------------------------------------------------------
035102*  CAMPOS DE TRABAJO DE LOS AVISOS DE VENCIMIENTO
035103* -----------------------------------------------------------------
035104 77  WS-AVISO-NIVEL            PIC 9(01).
035105 77  WS-AVISOS-EMITIDOS        PIC 9(05).
035106 77  WS-AVISO-DIAS             PIC 9(05).
035107 77  WS-LINEA-AVISO            PIC X(160).
035108*
035109* -----------------------------------------------------------------
035110*  CAMPOS DE TRABAJO DE EJEMPLARES
035111* -----------------------------------------------------------------
035112 77  WS-EJE-NUMERO             PIC 9(04).
035113 77  WS-EJE-FECHA-ALTA         PIC 9(08).
035114 77  WS-EJE-CONTADOR           PIC 9(05) COMP.
035116 77  WS-EJE-MAYOR              PIC 9(04).
035118 77  WS-EJE-OPCION             PIC 9(01).
035120 77  WS-EJE-CONDICION          PIC X(01).
035122*
035124* -----------------------------------------------------------------
035126*  CAMPOS DE TRABAJO DE TRASLADOS ENTRE SUCURSALES
035128* -----------------------------------------------------------------
035130 77  WS-TRA-ID-BUSQUEDA        PIC 9(08).
035132 77  WS-TRA-CANT-MARCADA       PIC 9(03).
035134 77  WS-TRA-PENDIENTES         PIC 9(05).
035136*
035138* -----------------------------------------------------------------
035140*  CAMPOS DE TRABAJO DE CONDONACIONES Y REBAJAS DE MULTAS
035142* -----------------------------------------------------------------
035144 77  WS-AJU-TIPO               PIC 9(01).
035146 77  WS-AJU-MONTO-NUEVO        PIC 9(05)V99.
035148 77  WS-AJU-MOTIVO             PIC X(02).
035150     88  MOTIVO-AJUSTE-VALIDO     VALUE "BZ" "VE" "DU" "AN" "EX".
035152 77  WS-AJU-MOTIVO-DESC        PIC X(30).
035154 77  WS-AJU-SUCURSAL           PIC X(05).
035156 77  WS-AJU-CONDONADO          PIC 9(05)V99.
035158 77  WS-AJU-ANTES              PIC 9(05)V99.
035159 77  WS-CON-ANOMES             PIC 9(06).
035160 77  WS-CON-SUC-ANT            PIC X(05).
035162 77  WS-CON-MOT-ANT            PIC X(02).
035164 77  WS-CON-AUT-ANT            PIC X(10).
035166 77  WS-CON-GRP-CUENTA         PIC 9(05).
035168 77  WS-CON-GRP-MONTO          PIC 9(07)V99.
035170 77  WS-CON-SUC-CUENTA         PIC 9(05).
035172 77  WS-CON-SUC-MONTO          PIC 9(07)V99.
035174 77  WS-CON-RED-CUENTA         PIC 9(05).
035176 77  WS-CON-RED-MONTO          PIC 9(07)V99.
035178 77  WS-LINEA-CONDONA          PIC X(100).
035179*
035180* -----------------------------------------------------------------
035181*  CAMPOS DE TRABAJO DEL PRESTAMO INTERBIBLIOTECARIO. El usuario
035182*  debe devolver el material ajeno unos dias antes de la fecha
035183*  limite de la institucion, para dar tiempo al reenvio.
035184* -----------------------------------------------------------------
035185 77  WS-IBL-ID-BUSQUEDA        PIC 9(08).
035186 77  WS-IBL-OPCION             PIC 9(01).
035187 77  WS-IBL-FECHA-LIMITE       PIC 9(08).
035188 77  WS-IBL-DIAS-MARGEN        PIC 9(02) VALUE 3.
035189 77  WS-IBL-INS-ANT            PIC X(05).
035190 77  WS-IBL-ABIERTOS           PIC 9(05).
035191 77  WS-IBL-VENCIDOS           PIC 9(05).
035192 77  WS-IBL-RED-ABIERTOS       PIC 9(05).
035193 77  WS-IBL-RED-VENCIDOS       PIC 9(05).
035194 77  WS-IBL-MARCA              PIC X(20).
035195 77  WS-IBL-REFERENCIA         PIC X(15).
035196 77  WS-INS-CONTADOR           PIC 9(03).
035197 77  WS-LINEA-INTERBIB         PIC X(120).
035198*
035199* -----------------------------------------------------------------
035200*  CAMPOS DE TRABAJO DE LA ESTADISTICA MENSUAL. Periodo actual:
035201*  del primero del mes al corte; periodo anterior: las mismas
035202*  fechas un ano antes (el 29 de febrero pasa al 28). La tabla
035203*  lleva por indicador las cuatro categorias de usuario, el
035204*  total y el valor del ano anterior.
035205* -----------------------------------------------------------------
035206 77  WS-INF-OPCION              PIC 9(01).
035207 77  WS-EST-ANOMES              PIC 9(06).
035208 77  WS-EST-DESDE               PIC 9(08).
035209 77  WS-EST-HASTA               PIC 9(08).
035210 77  WS-EST-ANT-DESDE           PIC 9(08).
035211 01  WS-EST-ANT-HASTA           PIC 9(08).
035212 01  WS-EST-ANT-HASTA-DET REDEFINES WS-EST-ANT-HASTA.
035213     05  WS-EST-ANT-AA            PIC 9(04).
035214     05  WS-EST-ANT-MM            PIC 9(02).
035215     05  WS-EST-ANT-DD            PIC 9(02).
035216 01  WS-EST-FECHA               PIC X(08).
035217 01  WS-EST-FECHA-N REDEFINES WS-EST-FECHA
035218                                PIC 9(08).
035219 77  WS-EST-PER                 PIC X(01).
035220 77  WS-EST-PER-1               PIC X(01).
035221 77  WS-EST-PER-2               PIC X(01).
035222 77  WS-EST-PER-3               PIC X(01).
035223 77  WS-EST-IND                 PIC 9(02).
035224 77  WS-EST-SUC                 PIC X(05).
035225 77  WS-EST-CAT                 PIC X(01).
035226 77  WS-EST-USR                 PIC X(10).
035227 77  WS-EST-USR-SUC             PIC X(05).
035228 77  WS-EST-SUC-ACT             PIC X(05).
035229 77  WS-EST-PER-ANT             PIC X(01).
035230 77  WS-EST-USR-ANT             PIC X(10).
035231 77  WS-SW-EST-SUCURSAL         PIC X(01) VALUE "N".
035232     88  EST-HAY-SUCURSAL         VALUE "S".
035233 77  WS-EST-SUCURSALES          PIC 9(03).
035234 77  WS-EST-I                   PIC 9(02) COMP.
035235 77  WS-EST-J                   PIC 9(02) COMP.
035236 77  WS-EST-TITULO              PIC X(60).
035237 77  WS-EST-NOMBRE              PIC X(28).
035238 77  WS-EST-DIFERENCIA          PIC S9(07).
035239 77  WS-EST-VARIACION           PIC S9(05)V9.
035240 77  WS-EST-ED-1                PIC ZZZZZZZ9.
035241 77  WS-EST-ED-2                PIC ZZZZZZZ9.
035242 77  WS-EST-ED-3                PIC ZZZZZZZ9.
035243 77  WS-EST-ED-4                PIC ZZZZZZZ9.
035244 77  WS-EST-ED-5                PIC ZZZZZZZ9.
035245 77  WS-EST-ED-ANT              PIC ZZZZZZZ9.
035246 77  WS-EST-ED-DIF              PIC -ZZZZZZ9.
035247 77  WS-EST-ED-VAR              PIC -ZZZZ9.9.
035248 77  WS-EST-TX-ANT              PIC X(08).
035249 77  WS-EST-TX-DIF              PIC X(08).
035250 77  WS-EST-TX-VAR              PIC X(08).
035251 77  WS-LINEA-ESTADIST          PIC X(132).
035252 01  TABLA-ESTADISTICA.
035253     05  ES-FILA OCCURS 13.
035254         10  ES-CAT               PIC 9(07) OCCURS 5.
035255         10  ES-ANTERIOR          PIC 9(07).
035256 01  TABLA-ESTADISTICA-RED.
035257     05  ER-FILA OCCURS 13.
035258         10  ER-CAT               PIC 9(07) OCCURS 5.
035259         10  ER-ANTERIOR          PIC 9(07).
035261*
035263* -----------------------------------------------------------------
035265*  CAMPOS DE TRABAJO DEL INFORME DE EXPURGO. La fecha limite se
035267*  calcula restando los meses pedidos a la fecha del dia (el dia
035269*  se limita a 28). La tabla de sucursales se arma por titulo:
035271*  una entrada por sucursal con ejemplares del titulo o con
035273*  prestamos sin ejemplar identificado.
035275* -----------------------------------------------------------------
035277 77  WS-EXP-MESES               PIC 9(03).
035279 77  WS-EXP-UMBRAL              PIC 9(05).
035281 77  WS-EXP-MESES-TRAB          PIC 9(06).
035283 01  WS-EXP-LIMITE              PIC 9(08).
035285 01  WS-EXP-LIMITE-DET REDEFINES WS-EXP-LIMITE.
035287     05  WS-EXP-LIM-AA            PIC 9(04).
035289     05  WS-EXP-LIM-MM            PIC 9(02).
035291     05  WS-EXP-LIM-DD            PIC 9(02).
035293 77  WS-EXP-ISBN-ANT            PIC X(13).
035295 77  WS-EXP-EJE-ANT             PIC 9(04).
035297 77  WS-SW-EXP-GRUPO            PIC X(01) VALUE "N".
035299     88  EXP-HAY-GRUPO            VALUE "S".
035301 77  WS-SW-EXP-EJEMPLAR         PIC X(01) VALUE "N".
035303     88  EXP-HAY-EJEMPLAR         VALUE "S".
035305 77  WS-EXP-EJ-SUCURSAL         PIC X(05).
035307 77  WS-EXP-EJ-CONDICION        PIC X(01).
035309     88  EXP-EJ-GASTADO           VALUE "R" "D".
035311 77  WS-EXP-EJ-ESTADO           PIC X(01).
035313     88  EXP-EJ-FUERA             VALUE "B" "X".
035315 77  WS-EXP-EJ-ALTA             PIC 9(08).
035317 77  WS-EXP-EJ-PRESTAMOS        PIC 9(07).
035319 77  WS-EXP-EJ-ULTIMO           PIC 9(08).
035321 77  WS-EXP-TIT-PRESTAMOS       PIC 9(07).
035323 77  WS-EXP-SUC-BUSCA           PIC X(05).
035325 77  WS-EXP-S                   PIC 9(03) COMP.
035327 77  WS-EXP-K                   PIC 9(03) COMP.
035329 77  WS-EXP-SUC-TOTAL           PIC 9(03) COMP.
035331 77  WS-EXP-SUC-MAX             PIC 9(03) COMP VALUE 50.
035333 77  WS-EXP-CON-EJEMPLARES      PIC 9(03).
035335 77  WS-EXP-DESCARTE            PIC 9(07).
035337 77  WS-EXP-REPOSICION          PIC 9(07).
035339 77  WS-EXP-SEC-ANT             PIC X(01).
035341 77  WS-EXP-SUC-ANT             PIC X(05).
035343 77  WS-EXP-TX-FECHA            PIC X(08).
035345 77  WS-EXP-TX-CONDICION        PIC X(08).
035347 77  WS-EXP-ED-PREST-SUC        PIC ZZZZZZ9.
035349 77  WS-EXP-ED-PREST-TIT        PIC ZZZZZZ9.
035351 77  WS-EXP-ED-EJEMPLARES       PIC ZZZ9.
035353 77  WS-EXP-ED-N                PIC ZZ9.
035355 77  WS-EXP-ED-B                PIC ZZ9.
035357 77  WS-EXP-ED-R                PIC ZZ9.
035359 77  WS-EXP-ED-D                PIC ZZ9.
035361 77  WS-EXP-ED-OTRAS            PIC ZZ9.
035363 77  WS-EXP-ED-CUENTA           PIC ZZZZZZ9.
035365 77  WS-LINEA-EXPURGO           PIC X(132).
035367 01  TABLA-EXP-SUCURSAL.
035369     05  XS-ENTRADA OCCURS 50.
035371         10  XS-SUCURSAL          PIC X(05).
035373         10  XS-EJEMPLARES        PIC 9(04).
035375         10  XS-COND-NUEVO        PIC 9(03).
035377         10  XS-COND-BUENO        PIC 9(03).
035379         10  XS-COND-REGULAR      PIC 9(03).
035381         10  XS-COND-DANADO       PIC 9(03).
035383         10  XS-PRESTAMOS         PIC 9(07).
035385         10  XS-ULTIMO            PIC 9(08).
035387         10  XS-RECIENTE          PIC X(01).
035388*
035389* -----------------------------------------------------------------
035390*  CAMPOS DE TRABAJO DE LA MENSAJERIA. Quien emite un aviso deja
035391*  en WS-MSJ-ORIGEN, -REFERENCIA, -SUCURSAL y -TEXTO el mensaje
035392*  y MENSAJE-EMITIR decide, segun el canal y los datos de
035393*  contacto del usuario, si sale por la pasarela o queda para
035394*  papel (WS-SW-MSJ-ENVIADO).
035395* -----------------------------------------------------------------
035396 77  WS-USR-TEL-ANT             PIC X(15).
035397 77  WS-USR-CORREO-ANT          PIC X(50).
035398 77  WS-SW-MSJ-ENVIADO          PIC X(01) VALUE "N".
035399     88  MENSAJE-ENVIADO          VALUE "S".
035400 77  WS-SW-PASARELA             PIC X(01) VALUE "N".
035401     88  PASARELA-ABIERTA         VALUE "S".
035402 77  WS-SW-MSJ-PREVIO           PIC X(01) VALUE "N".
035403     88  MENSAJE-PREVIO           VALUE "S".
035404 77  WS-SW-FIN-MSJ              PIC X(01) VALUE "N".
035405     88  FIN-MENSAJES             VALUE "S".
035406 77  WS-MSJ-CANAL               PIC X(01).
035407 77  WS-MSJ-DESTINO             PIC X(50).
035408 77  WS-MSJ-ORIGEN              PIC X(01).
035409 77  WS-MSJ-REFERENCIA          PIC X(13).
035410 77  WS-MSJ-SUCURSAL            PIC X(05).
035411 77  WS-MSJ-TEXTO               PIC X(120).
035412 77  WS-MSJ-LARGO               PIC 9(03) COMP.
035413 77  WS-MSJ-ENVIADOS            PIC 9(05).
035414 77  WS-MSJ-TX-CANAL            PIC X(10).
035415 77  WS-MSJ-ED-DIAS             PIC ZZZZ9.
035416 77  WS-LINEA-CARTA             PIC X(160).
035417 77  WS-ACU-LEIDOS              PIC 9(05).
035418 77  WS-ACU-ENTREGADOS          PIC 9(05).
035419 77  WS-ACU-FALLIDOS            PIC 9(05).
035420 77  WS-ACU-IGNORADOS           PIC 9(05).
035421 77  WS-ACU-CONTACTOS           PIC 9(05).
035422 77  WS-SW-ACU-USUARIO          PIC X(01) VALUE "N".
035423     88  ACU-USUARIO-OK           VALUE "S".
035424 77  WS-REB-SUC-ANT             PIC X(05).
035425 77  WS-SW-REB-GRUPO            PIC X(01) VALUE "N".
035426     88  REB-HAY-GRUPO            VALUE "S".
035427 77  WS-REB-S-ENTREGADOS        PIC 9(07).
035428 77  WS-REB-S-REBOTADOS         PIC 9(07).
035429 77  WS-REB-S-INVALIDOS         PIC 9(07).
035430 77  WS-REB-T-ENTREGADOS        PIC 9(07).
035431 77  WS-REB-T-REBOTADOS         PIC 9(07).
035432 77  WS-REB-T-INVALIDOS         PIC 9(07).
035433 77  WS-REB-ED-ENTREGADOS       PIC ZZZZZZ9.
035434 77  WS-REB-ED-REBOTADOS        PIC ZZZZZZ9.
035435 77  WS-REB-ED-INVALIDOS        PIC ZZZZZZ9.
035436 77  WS-REB-TX-RESULTADO        PIC X(10).
035437 77  WS-REB-TX-ORIGEN           PIC X(07).
035438 77  WS-LINEA-REBOTE            PIC X(132).
035439*
035440* -----------------------------------------------------------------
035441*  CAMPOS DE TRABAJO DE LA VERIFICACION DE INTEGRIDAD. Tipos de
035442*  inconsistencia: 1 prestamo de cedula inexistente, 2 multa sin
035443*  prestamo, 3 ejemplar sin titulo, 4 ejemplar prestado sin
035444*  prestamo abierto, 5 ejemplar en transito sin traslado
035445*  abierto, 6 reserva activa sobre titulo retirado, 7 sucursal
035446*  inexistente, 8 categoria inexistente.
035447* -----------------------------------------------------------------
035448 77  WS-INT-CORREGIR            PIC X(01) VALUE "N".
035449     88  INT-CORREGIR             VALUE "S".
035450 77  WS-INT-TIPO                PIC 9(01).
035451 77  WS-INT-K                   PIC 9(02) COMP.
035452 77  WS-INT-ARCHIVO             PIC X(10).
035453 77  WS-INT-LLAVE               PIC X(20).
035454 77  WS-INT-DETALLE             PIC X(80).
035455 77  WS-SW-INT-CORREGIDO        PIC X(01) VALUE "N".
035456     88  INT-CORREGIDO            VALUE "S".
035457 77  WS-INT-NOMBRE              PIC X(50).
035458 77  WS-INT-CANDIDATOS          PIC 9(07).
035459 77  WS-INT-HIST-ID             PIC 9(08).
035460 77  WS-SW-INT-HIST             PIC X(01) VALUE "N".
035461     88  INT-HIST-VISTO           VALUE "S".
035462 77  WS-SW-INT-FIN-PRE          PIC X(01) VALUE "N".
035463     88  INT-FIN-PRESTAMOS        VALUE "S".
035464 77  WS-SW-INT-ABIERTO          PIC X(01) VALUE "N".
035465     88  INT-HAY-ABIERTO          VALUE "S".
035466 77  WS-SW-INT-DEVUELTO         PIC X(01) VALUE "N".
035467     88  INT-HAY-DEVUELTO         VALUE "S".
035468 77  WS-INT-SUC                 PIC X(05).
035469 77  WS-INT-TOTAL               PIC 9(07).
035470 77  WS-INT-TOTAL-CORR          PIC 9(07).
035471 77  WS-INT-ED-ENCONTRADOS      PIC ZZZZZZ9.
035472 77  WS-INT-ED-CORREGIDOS       PIC ZZZZZZ9.
035473 77  WS-LINEA-INTEGRIDAD        PIC X(132).
035474 01  TABLA-INT-CONTEOS.
035475     05  XI-ENTRADA OCCURS 8.
035476         10  XI-ENCONTRADOS       PIC 9(07).
035477         10  XI-CORREGIDOS        PIC 9(07).
035479*
035481* -----------------------------------------------------------------
035483*  CAMPOS DE TRABAJO DE LA ESTACION DE AUTOSERVICIO. Con
035485*  EN-AUTOSERVICIO las rutinas comunes del mostrador no muestran
035487*  montos ni datos de otros usuarios y marcan el canal "A" en el
035489*  prestamo o la devolucion.
035491* -----------------------------------------------------------------
035493 77  WS-SW-AUTOSERVICIO         PIC X(01) VALUE "N".
035495     88  EN-AUTOSERVICIO          VALUE "S".
035497 77  WS-SW-FIN-AUTOSERVICIO     PIC X(01) VALUE "N".
035499     88  SALIR-AUTOSERVICIO       VALUE "S".
035501 77  WS-SW-AUT-SESION           PIC X(01) VALUE "N".
035503     88  AUT-SESION-ABIERTA       VALUE "S".
035505 77  WS-SW-PRE-GRABADO          PIC X(01) VALUE "N".
035507     88  PRESTAMO-GRABADO         VALUE "S".
035509 77  WS-SW-AUT-CODIGO           PIC X(01) VALUE "N".
035511     88  AUT-CODIGO-VALIDO        VALUE "S".
035513 77  WS-AUT-USR-ID              PIC X(10).
035515 77  WS-AUT-PIN                 PIC X(04).
035517 77  WS-AUT-PIN-2               PIC X(04).
035519*  Codigo de barras del ejemplar: ISBN seguido del numero.
035521 01  WS-AUT-CODIGO-BARRAS.
035523     05  WS-AUT-COD-ISBN          PIC X(13).
035525     05  WS-AUT-COD-NUMERO        PIC X(04).
035527 77  WS-AUT-X-SUCURSAL          PIC X(05).
035529 77  WS-AUT-X-FECHA-PRE         PIC 9(08).
035531 77  WS-AUT-X-FECHA-DEV         PIC 9(08).
035533 77  WS-AUT-X-ESTADO            PIC X(01).
035535 77  WS-AUT-X-CANAL-PRE         PIC X(01).
035537 77  WS-AUT-X-CANAL-DEV         PIC X(01).
035539 77  WS-SW-AUT-GRUPO            PIC X(01) VALUE "N".
035541     88  AUT-HAY-GRUPO            VALUE "S".
035543 77  WS-AUT-SUC-ANT             PIC X(05).
035545 77  WS-AUT-S-PRESTAMOS         PIC 9(07).
035547 77  WS-AUT-S-PRE-AUTO          PIC 9(07).
035549 77  WS-AUT-S-DEVOLUCIONES      PIC 9(07).
035551 77  WS-AUT-S-DEV-AUTO          PIC 9(07).
035553 77  WS-AUT-T-PRESTAMOS         PIC 9(07).
035555 77  WS-AUT-T-PRE-AUTO          PIC 9(07).
035557 77  WS-AUT-T-DEVOLUCIONES      PIC 9(07).
035559 77  WS-AUT-T-DEV-AUTO          PIC 9(07).
035561 77  WS-AUT-PORC                PIC 9(03).
035563 77  WS-AUT-ED-PRESTAMOS        PIC ZZZZZZ9.
035565 77  WS-AUT-ED-PRE-AUTO         PIC ZZZZZZ9.
035567 77  WS-AUT-ED-PORC-PRE         PIC ZZ9.
035569 77  WS-AUT-ED-DEVOLUCIONES     PIC ZZZZZZ9.
035571 77  WS-AUT-ED-DEV-AUTO         PIC ZZZZZZ9.
035573 77  WS-AUT-ED-PORC-DEV         PIC ZZ9.
035575 77  WS-AUT-NOMBRE-SUC          PIC X(30).
035577 77  WS-LINEA-AUTOSERV          PIC X(132).
035580*
035583* -----------------------------------------------------------------
035586*  CAMPOS DE TRABAJO DEL REPORTE DE ACTIVIDAD POR FUNCIONARIO.
035589*  Columnas (OAC-TIPO): 1 prestamos, 2 renovaciones, 3
035592*  devoluciones, 4 perdidas, 5 reservas, 6 cancelaciones de
035595*  reserva, 7 cobros. Niveles de la tabla: 1 dia, 2
035598*  funcionario, 3 sucursal, 4 total general; al cerrar un nivel
035601*  se suma al siguiente.
035604* -----------------------------------------------------------------
035607 77  WS-ACT-FUNC-FILTRO         PIC X(10).
035610 77  WS-SW-ACT-GRUPO            PIC X(01) VALUE "N".
035613     88  ACT-HAY-GRUPO            VALUE "S".
035616 77  WS-ACT-SUC-ANT             PIC X(05).
035619 77  WS-ACT-FUNC-ANT            PIC X(10).
035622 77  WS-ACT-FECHA-ANT           PIC 9(08).
035625 77  WS-ACT-NIVEL               PIC 9(01) COMP.
035628 77  WS-ACT-K                   PIC 9(02) COMP.
035631 77  WS-ACT-ETIQUETA            PIC X(34).
035634 77  WS-ACT-NOMBRE              PIC X(30).
035637 77  WS-ACT-ED-1                PIC ZZZZZ9.
035640 77  WS-ACT-ED-2                PIC ZZZZZ9.
035643 77  WS-ACT-ED-3                PIC ZZZZZ9.
035646 77  WS-ACT-ED-4                PIC ZZZZZ9.
035649 77  WS-ACT-ED-5                PIC ZZZZZ9.
035652 77  WS-ACT-ED-6                PIC ZZZZZ9.
035655 77  WS-ACT-ED-7                PIC ZZZZZ9.
035658 77  WS-ACT-ED-MONTO            PIC Z,ZZZ,ZZ9.99.
035661 77  WS-LINEA-ACTIVIDAD         PIC X(132).
035664 01  TABLA-ACT-CONTEOS.
035667     05  AC-NIVEL OCCURS 4.
035670         10  AC-CONTEO            PIC 9(07) OCCURS 7.
035673         10  AC-MONTO             PIC 9(09)V99.
035674*
035675* -----------------------------------------------------------------
035676*  CAMPOS DE TRABAJO DE ADQUISICIONES. El disponible de un
035677*  presupuesto puede quedar negativo si lo recibido costo mas de
035678*  lo pedido; la emision de una orden exige que alcance.
035679* -----------------------------------------------------------------
035680 77  WS-ADQ-OPCION              PIC 9(01).
035681 77  WS-ADQ-ORD-ID              PIC 9(08).
035682 77  WS-ADQ-PVD-CODIGO          PIC X(05).
035683 77  WS-ADQ-SUCURSAL            PIC X(05).
035684 77  WS-ADQ-ORIGEN              PIC X(01).
035685 77  WS-ADQ-ANIO                PIC 9(04).
035686 77  WS-ADQ-CANTIDAD            PIC 9(03).
035687 77  WS-ADQ-CANT-ARCHIVO        PIC 9(03).
035688 77  WS-ADQ-RESTANTE            PIC 9(03).
035689 77  WS-ADQ-PENDIENTE           PIC 9(05).
035690 77  WS-ADQ-PEND-LINEAS         PIC 9(03).
035691 77  WS-ADQ-COSTO               PIC 9(05)V99.
035692 77  WS-ADQ-MONTO               PIC 9(09)V99.
035693 77  WS-ADQ-IMPORTE             PIC 9(09)V99.
035694 77  WS-ADQ-IMPORTE-REAL        PIC 9(09)V99.
035695 77  WS-ADQ-DISPONIBLE          PIC S9(09)V99.
035696 77  WS-ADQ-PORCENTAJE          PIC 9(03)V9.
035697 77  WS-ADQ-MOTIVO              PIC X(30).
035698 77  WS-ADQ-MODO-SIN-ORDEN      PIC X(01).
035699     88  ADQ-SIN-ORDEN-ESPERA     VALUE "E".
035700     88  ADQ-SIN-ORDEN-RECHAZO    VALUE "R".
035701 77  WS-SW-ADQ-CASADA           PIC X(01) VALUE "N".
035702     88  ADQ-LINEA-CASADA         VALUE "S".
035703 77  WS-SW-ADQ-FIN-LINEAS       PIC X(01) VALUE "N".
035704     88  ADQ-FIN-LINEAS           VALUE "S".
035705 77  WS-SW-ADQ-ORDEN-CREADA     PIC X(01) VALUE "N".
035706     88  ADQ-ORDEN-CREADA         VALUE "S".
035707 77  WS-SW-ADQ-GRUPO            PIC X(01) VALUE "N".
035708     88  ADQ-HAY-GRUPO            VALUE "S".
035709 77  WS-SW-FIN-PROVEEDOR        PIC X(01) VALUE "N".
035710     88  FIN-PROVEEDOR            VALUE "S".
035711 77  WS-ADQ-RECIBIDAS           PIC 9(05).
035712 77  WS-ADQ-EN-ESPERA           PIC 9(05).
035713 77  WS-ADQ-ORD-CERRADAS        PIC 9(05).
035714 77  WS-ADQ-PVD-ANT             PIC X(05).
035715 77  WS-ADQ-GRP-ORDENES         PIC 9(05).
035716 77  WS-ADQ-GRP-MONTO           PIC 9(09)V99.
035717 77  WS-ADQ-TOT-ORDENES         PIC 9(05).
035718 77  WS-ADQ-TOT-MONTO           PIC 9(09)V99.
035719 77  WS-ADQ-TOT-ASIGNADO        PIC 9(09)V99.
035720 77  WS-ADQ-TOT-COMPROMETIDO    PIC 9(09)V99.
035721 77  WS-ADQ-TOT-EJECUTADO       PIC 9(09)V99.
035722 77  WS-ADQ-ED-1                PIC ZZZ,ZZZ,ZZ9.99.
035723 77  WS-ADQ-ED-2                PIC ZZZ,ZZZ,ZZ9.99.
035724 77  WS-ADQ-ED-3                PIC ZZZ,ZZZ,ZZ9.99.
035725 77  WS-ADQ-ED-DISP             PIC -ZZZ,ZZZ,ZZ9.99.
035726 77  WS-ADQ-ED-PORC             PIC ZZ9.9.
035727 77  WS-ADQ-ED-CANT-1           PIC ZZ9.
035728 77  WS-ADQ-ED-CANT-2           PIC ZZ9.
035729 77  WS-ADQ-ED-CANT-3           PIC ZZ9.
035730 77  WS-LINEA-ADQ               PIC X(132).
035731*
035732*  Cuentas familiares: menores a cargo de un adulto responsable.
035733*  WS-FAM-CABEZA es el responsable cuyos menores se recorren por
035734*  la llave alterna; WS-FAM-REG-GUARDA conserva el usuario en
035735*  memoria mientras se lee otro (mismo largo que REG-USUARIO).
035736 77  WS-EDAD-MAYORIA            PIC 9(02) VALUE 18.
035737 77  WS-FAM-LIMITE-MAYORIA      PIC 9(08).
035738 77  WS-FAM-CABEZA              PIC X(10).
035739 77  WS-FAM-ORIGEN              PIC X(10).
035740 77  WS-FAM-RESPONSABLE         PIC X(10).
035741 77  WS-FAM-RESP-ANT            PIC X(10).
035742 77  WS-FAM-ULT-ID              PIC X(10).
035743 77  WS-FAM-NOMBRE              PIC X(30).
035744 77  WS-FAM-SUCURSAL            PIC X(05).
035745 77  WS-FAM-FECHA-NAC           PIC 9(08).
035746 77  WS-FAM-MOTIVO              PIC X(40).
035747 77  WS-FAM-MIEMBROS            PIC 9(03).
035748 77  WS-FAM-MENORES             PIC 9(03).
035749 77  WS-FAM-TOTAL-GRUPO         PIC 9(07)V99.
035750 77  WS-FAM-SIN-RESP            PIC 9(05).
035751 77  WS-FAM-MAYORES             PIC 9(05).
035752 77  WS-FAM-SIN-FECHA           PIC 9(05).
035753 77  WS-FAM-REG-GUARDA          PIC X(185).
035754 77  WS-SW-FIN-FAMILIA          PIC X(01).
035755     88  FIN-FAMILIA                VALUE "S".
035756 77  WS-SW-FAM-MENOR            PIC X(01).
035757     88  FAM-MENOR-A-CARGO          VALUE "S".
035758 77  WS-LINEA-FAM               PIC X(100).
035759*
035760*  Anonimizacion de historiales y supresion de datos personales.
035761*  WS-ANON-CEDULA es la cedula en examen ("*A" si ya es anonima)
035762*  y WS-ANON-NUEVO su reemplazo. TABLA-ANON-CONTEOS lleva, por
035763*  archivo (1 USUARIOS, 2 PRESTAMOS, 3 HISTPRE, 4 PENALIZACIONES,
035764*  5 HISTPEN, 6 RESERVAS, 7 INTERBIB, 8 MENSAJES, 9 AUDITORIA),
035765*  registros leidos, anonimizados y retenidos para el acta.
035766 77  WS-ANON-MODO               PIC X(01).
035767     88  ANON-GENERAL               VALUE "G".
035768     88  ANON-INDIVIDUAL            VALUE "I".
035769 77  WS-ANON-ANOS               PIC 9(02).
035770 77  WS-ANON-FECHA-CORTE        PIC 9(08).
035771 77  WS-ANON-FECHA-MOV          PIC 9(08).
035772 77  WS-ANON-SOLICITADA         PIC X(10).
035773 77  WS-ANON-REFERENCIA         PIC X(20).
035774 01  WS-ANON-CEDULA             PIC X(10).
035775 01  WS-ANON-CEDULA-R REDEFINES WS-ANON-CEDULA.
035776     05  WS-ANON-MARCA          PIC X(02).
035777         88  ANON-ES-ANONIMO        VALUE "*A".
035778     05  FILLER                 PIC X(08).
035779 01  WS-ANON-NUEVO.
035780     05  WS-ANON-NUEVO-MARCA    PIC X(02).
035781     05  WS-ANON-NUEVO-NUM      PIC 9(08).
035782 77  WS-ANON-DECISION           PIC X(01).
035783 77  WS-ANON-MOTIVO             PIC X(30).
035784 77  WS-ANON-RET-MOTIVO         PIC X(30).
035785 77  WS-ANON-K                  PIC 9(02) COMP.
035786 77  WS-SW-ANON-APLICAR         PIC X(01).
035787     88  ANON-APLICAR               VALUE "S".
035788 77  WS-SW-ANON-RETENER         PIC X(01).
035789     88  ANON-RETENER               VALUE "S".
035790 77  WS-SW-ANON-DESCUBRIR       PIC X(01).
035791     88  ANON-DESCUBRIR             VALUE "S".
035792 77  WS-SW-ANON-ENCONTRADA      PIC X(01).
035793     88  ANON-ENCONTRADA            VALUE "S".
035794 77  WS-SW-ANON-ENTRADA         PIC X(01).
035795     88  ANON-HAY-ENTRADA           VALUE "S".
035796 77  WS-SW-ANON-ANTIGUO         PIC X(01).
035797     88  ANON-ANTIGUO               VALUE "S".
035798 77  WS-SW-ANON-CAMBIO          PIC X(01).
035799     88  ANON-HUBO-CAMBIO           VALUE "S".
035800 77  WS-SW-ANON-LINEA           PIC X(01).
035801     88  ANON-LINEA-CAMBIADA        VALUE "S".
035802 77  WS-SW-ANON-LINEA-RET       PIC X(01).
035803     88  ANON-LINEA-RETENIDA        VALUE "S".
035804 77  WS-SW-ANON-ERROR           PIC X(01) VALUE "N".
035805     88  ANON-CON-ERROR             VALUE "S".
035806 77  WS-SW-FIN-ANON             PIC X(01).
035807     88  FIN-ANON                   VALUE "S".
035808 77  WS-ANON-PER-TOTAL          PIC 9(07).
035809 77  WS-ANON-PER-HIST           PIC 9(07).
035810 77  WS-ANON-PER-RETENIDAS      PIC 9(07).
035811 77  WS-ANON-BAJAS-RETENIDAS    PIC 9(07).
035812 77  WS-ANON-REG-CREADOS        PIC 9(07).
035813 77  WS-ANON-MENORES            PIC 9(07).
035814 77  WS-ANON-TOTAL              PIC 9(07).
035815 77  WS-ANON-EDITADO            PIC Z,ZZZ,ZZ9.
035816 77  WS-ANON-ED-LEIDOS          PIC Z,ZZZ,ZZ9.
035817 77  WS-ANON-ED-ANONIM          PIC Z,ZZZ,ZZ9.
035818 77  WS-ANON-ED-RETEN           PIC Z,ZZZ,ZZ9.
035819 77  WS-ANON-NOMBRE-ARCH        PIC X(20).
035820 77  WS-LINEA-ANON              PIC X(132).
035821 01  TABLA-ANON-CONTEOS.
035822     05  XA-ENTRADA OCCURS 9.
035823         10  XA-LEIDOS          PIC 9(07).
035824         10  XA-ANONIMIZADOS    PIC 9(07).
035825         10  XA-RETENIDOS       PIC 9(07).
035826*
035827*  Linea de AUDITORIA.TXT tal como la arma AUDITORIA-REGISTRAR,
035828*  con las posiciones donde puede ir una cedula.
035829 01  WS-ANON-AUDITORIA.
035830     05  WS-ANON-AUD-FECHA      PIC 9(08).
035831     05  FILLER                 PIC X(38).
035832     05  WS-ANON-AUD-ARCHIVO    PIC X(10).
035833     05  FILLER                 PIC X(08).
035834     05  WS-ANON-AUD-ACCION     PIC X(14).
035835     05  FILLER                 PIC X(07).
035836     05  WS-ANON-AUD-LLAVE      PIC X(10).
035837     05  FILLER                 PIC X(03).
035838     05  FILLER                 PIC X(07).
035839     05  WS-ANON-AUD-ANTES.
035840         10  WS-ANON-AUD-ANTES-CED  PIC X(10).
035841         10  FILLER                 PIC X(50).
035842     05  WS-ANON-AUD-ANTES-FAM REDEFINES WS-ANON-AUD-ANTES.
035843         10  FILLER                 PIC X(06).
035844         10  WS-ANON-AUD-MENOR      PIC X(10).
035845         10  FILLER                 PIC X(44).
035846     05  FILLER                 PIC X(09).
035847     05  WS-ANON-AUD-DESPUES.
035848         10  WS-ANON-AUD-DESPUES-CED PIC X(10).
035849         10  FILLER                 PIC X(50).
035850     05  WS-ANON-AUD-DESPUES-FAM REDEFINES WS-ANON-AUD-DESPUES.
035851         10  FILLER                 PIC X(11).
035852         10  WS-ANON-AUD-PAGADOR    PIC X(10).
035853         10  FILLER                 PIC X(39).
035854     05  FILLER                 PIC X(16).
035855
035856 PROCEDURE DIVISION.
035857*
035858* -----------------------------------------------------------------
035859*  0000-MAINLINE
035860* -----------------------------------------------------------------
035861 0000-MAINLINE.
035862     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
035863*  Con el argumento LOTE el programa corre desatendido: toma los
035864*  parametros de PARAMLOTE.DAT, no abre ningun dialogo y termina
035865*  dejando su bitacora en LOTE.LOG.
035866     ACCEPT WS-MODO-EJECUCION FROM COMMAND-LINE.
035867     IF WS-MODO-EJECUCION(1:4) = "LOTE"
035868         PERFORM PROCESO-LOTE THRU PROCESO-LOTE-EXIT
035869         PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
035870         STOP RUN
035871     END-IF.
035872*  Con el argumento PUBLICO arranca el modo kiosko: un menu
035873*  restringido de consulta de catalogo y de "mis prestamos y
035874*  reservas" para el publico, sin acceso a ningun mantenimiento.
035875     IF WS-MODO-EJECUCION(1:7) = "PUBLICO"
035876         PERFORM MODO-PUBLICO THRU MODO-PUBLICO-EXIT
035877         PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
035878         STOP RUN
035879     END-IF.
035880*  Con el argumento AUTOSERVICIO arranca la estacion de
035881*  autoprestamo y autodevolucion: el usuario se identifica con
035882*  su cedula y su PIN y solo puede prestar y devolver.
035883     IF WS-MODO-EJECUCION(1:12) = "AUTOSERVICIO"
035884         SET EN-AUTOSERVICIO TO TRUE
035885         PERFORM MODO-AUTOSERVICIO THRU MODO-AUTOSERVICIO-EXIT
035886         PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
035887         STOP RUN
035888     END-IF.
035889     GO TO MAIN-MENU.
035900*
036000* -----------------------------------------------------------------
036100*  1000-INICIALIZAR -- crea/abre todos los archivos, incluyendo
038340         CLOSE ARCH-FERIADOS
038350         OPEN I-O ARCH-FERIADOS
038360     END-IF.
038363     OPEN I-O ARCH-INSTITUCIONES.
038366     IF WS-FS-INSTITUCIONES = "35"
038369         OPEN OUTPUT ARCH-INSTITUCIONES
038372         CLOSE ARCH-INSTITUCIONES
038375         OPEN I-O ARCH-INSTITUCIONES
038378     END-IF.
038381     OPEN I-O ARCH-INTERBIB.
038384     IF WS-FS-INTERBIB = "35"
038387         OPEN OUTPUT ARCH-INTERBIB
038390         CLOSE ARCH-INTERBIB
038393         OPEN I-O ARCH-INTERBIB
038396     END-IF.
038409     OPEN I-O ARCH-MENSAJES.
038422     IF WS-FS-MENSAJES = "35"
038435         OPEN OUTPUT ARCH-MENSAJES
038448         CLOSE ARCH-MENSAJES
038461         OPEN I-O ARCH-MENSAJES
038474     END-IF.
038475     OPEN I-O ARCH-PROVEEDORES.
038476     IF WS-FS-PROVEEDORES = "35"
038477         OPEN OUTPUT ARCH-PROVEEDORES
038478         CLOSE ARCH-PROVEEDORES
038479         OPEN I-O ARCH-PROVEEDORES
038480     END-IF.
038481     OPEN I-O ARCH-PRESUPUESTO.
038482     IF WS-FS-PRESUPUESTO = "35"
038483         OPEN OUTPUT ARCH-PRESUPUESTO
038484         CLOSE ARCH-PRESUPUESTO
038485         OPEN I-O ARCH-PRESUPUESTO
038486     END-IF.
038487     OPEN I-O ARCH-ORDENES.
038488     IF WS-FS-ORDENES = "35"
038489         OPEN OUTPUT ARCH-ORDENES
038490         CLOSE ARCH-ORDENES
038491         OPEN I-O ARCH-ORDENES
038492     END-IF.
038493     OPEN I-O ARCH-ORDEN-LINEAS.
038494     IF WS-FS-ORDEN-LINEAS = "35"
038495         OPEN OUTPUT ARCH-ORDEN-LINEAS
038496         CLOSE ARCH-ORDEN-LINEAS
038497         OPEN I-O ARCH-ORDEN-LINEAS
038498     END-IF.
038499     OPEN I-O ARCH-RESERVAS.
038500     IF WS-FS-RESERVAS = "35"
038600         OPEN OUTPUT ARCH-RESERVAS
038700         CLOSE ARCH-RESERVAS
040800         MOVE 0                  TO CTL-ULT-PEN-ID
040810         MOVE 0                  TO CTL-ULT-REC-ID
040820         MOVE 0                  TO CTL-ULT-TRA-ID
040860         MOVE 0                  TO CTL-ULT-IBL-ID
040880         MOVE 0                  TO CTL-ULT-MSJ-ID
040890         MOVE 0                  TO CTL-ULT-ORD-ID
040895         MOVE 0                  TO CTL-ULT-ANON-ID
040900         MOVE SPACES             TO CTL-INF-TIPO
041000         MOVE 0                  TO CTL-INF-FECHA-CORTE
041100         MOVE "C"                TO CTL-INF-ESTADO
041220         PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT
041300     END-IF.
041310*  Registros de control de versiones anteriores traen espacios
041317*  donde hoy viven los consecutivos de recibo, de traslado,
041322*  interbibliotecario, de mensajes, de ordenes de compra y de
041327*  identificadores anonimos; se inician en cero una sola vez,
041332*  sin tocar el resto del registro.
041340     IF CTL-ULT-REC-ID NOT NUMERIC
041350         OR CTL-ULT-TRA-ID NOT NUMERIC
041355         OR CTL-ULT-IBL-ID NOT NUMERIC
041357         OR CTL-ULT-MSJ-ID NOT NUMERIC
041358         OR CTL-ULT-ORD-ID NOT NUMERIC
041359         OR CTL-ULT-ANON-ID NOT NUMERIC
041360         IF CTL-ULT-REC-ID NOT NUMERIC
041370             MOVE ZERO TO CTL-ULT-REC-ID
041380         END-IF
041390         IF CTL-ULT-TRA-ID NOT NUMERIC
041392             MOVE ZERO TO CTL-ULT-TRA-ID
041394         END-IF
041405         IF CTL-ULT-IBL-ID NOT NUMERIC
041416             MOVE ZERO TO CTL-ULT-IBL-ID
041427         END-IF
041429         IF CTL-ULT-MSJ-ID NOT NUMERIC
041431             MOVE ZERO TO CTL-ULT-MSJ-ID
041433         END-IF
041434         IF CTL-ULT-ORD-ID NOT NUMERIC
041435             MOVE ZERO TO CTL-ULT-ORD-ID
041436         END-IF
041438         IF CTL-ULT-ANON-ID NOT NUMERIC
041440             MOVE ZERO TO CTL-ULT-ANON-ID
041442         END-IF
041444         REWRITE REG-CONTROL
041449         MOVE "REWRITE" TO WS-DIA-OPERACION
041460         PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT
041471     END-IF.
041482     MOVE "ADMIN"      TO PER-ID.
041500     READ ARCH-PERSONAL KEY IS PER-ID.
041600     IF WS-FS-PERSONAL = "23"
041700         MOVE "ADMIN"            TO PER-ID
043970     DISPLAY "10. Utilerias de respaldo".
043975     DISPLAY "11. Sucursales".
043980     DISPLAY "12. Inventario fisico de estanteria".
043990     DISPLAY "13. Prestamo interbibliotecario".
043995     DISPLAY "14. Adquisiciones y presupuesto de compras".
044000     ACCEPT WS-OPCION-MENU.
044100*
044200     EVALUATE WS-OPCION-MENU
044300         WHEN 1 PERFORM USUARIOS
044400         WHEN 2 PERFORM LIBROS
044500         WHEN 3 PERFORM PRESTAMOS THRU PRESTAMOS-EXIT
044600         WHEN 4 PERFORM PENALIZACIONES THRU PENALIZACIONES-EXIT
044700         WHEN 5 PERFORM INFORMES THRU INFORMES-EXIT
044800         WHEN 6 PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
044850         STOP RUN
044900         WHEN 7 PERFORM RESERVAS THRU RESERVAS-EXIT
044950         WHEN 8 PERFORM TRASLADOS
044960         WHEN 9 PERFORM PERSONAL
044970         WHEN 10 PERFORM UTILERIAS
044975         WHEN 11 PERFORM SUCURSALES
044980         WHEN 12 PERFORM INVENTARIO
045020         WHEN 13 PERFORM INTERBIB THRU INTERBIB-EXIT
045060         WHEN 14 PERFORM ADQUISICIONES THRU ADQUISICIONES-EXIT
045100         WHEN OTHER DISPLAY "Opcion invalida"
045200     END-EVALUATE.
045300*
045500*
045600* -----------------------------------------------------------------
045700*  VERIFICAR-ACCESO-PERSONAL -- exige cedula y clave de personal
045760*  autorizado. Protege USUARIOS (mantenimiento), PRESTAMOS,
045820*  RESERVAS, PENALIZACIONES e INFORMES; la consulta simple de
045880*  usuarios queda abierta. La cedula queda en WS-PER-ID-DIGITADO
045940*  y se graba en cada transaccion de circulacion y cobro.
046000* -----------------------------------------------------------------
046100 VERIFICAR-ACCESO-PERSONAL.
046200     MOVE "N" TO WS-SW-AUTENTICADO.
050000     DISPLAY "4. Eliminar usuario".
050050     DISPLAY "5. Politicas de prestamo por categoria".
050060     DISPLAY "6. Estado de cuenta del usuario".
050080     DISPLAY "7. PIN de autoservicio (asignar o restablecer)".
050090     DISPLAY "8. Menores sin responsable o ya mayores de edad".
050100     DISPLAY "9. Volver al menu principal".
050200     ACCEPT WS-SUB-OPCION.
050300     EVALUATE WS-SUB-OPCION
052780                 PERFORM ESTADO-CUENTA THRU
052782                     ESTADO-CUENTA-EXIT
052784             END-IF
052786         WHEN 7
052788             PERFORM VERIFICAR-ACCESO-PERSONAL THRU
052790                 VERIFICAR-ACCESO-PERSONAL-EXIT
052792             IF PERSONAL-AUTENTICADO
052794                 PERFORM USUARIOS-PIN THRU
052796                     USUARIOS-PIN-EXIT
052798             END-IF
052809         WHEN 8
052820             PERFORM VERIFICAR-ACCESO-PERSONAL THRU
052831                 VERIFICAR-ACCESO-PERSONAL-EXIT
052842             IF PERSONAL-AUTENTICADO
052853                 PERFORM USUARIOS-MENORES-LISTAR THRU
052864                     USUARIOS-MENORES-LISTAR-EXIT
052875             END-IF
052886         WHEN 9 MOVE "S" TO WS-SW-SALIR-SUBMENU
052900         WHEN OTHER DISPLAY "Opcion invalida"
053000     END-EVALUATE.
053100*
054400     DISPLAY "Sucursal....: " USR-SUCURSAL.
054450     DISPLAY "Categoria...: " USR-CATEGORIA.
054500     DISPLAY "Estado......: " USR-ESTADO.
054509     DISPLAY "Correo......: " USR-CORREO.
054518     DISPLAY "Canal avisos: " USR-CANAL
054527         " (C=correo S=SMS P=papel)".
054536     IF USR-CORREO-INVALIDO
054545         DISPLAY "  La pasarela devolvio el correo como invalido."
054554     END-IF.
054563     IF USR-TELEFONO-INVALIDO
054572         DISPLAY "  La pasarela devolvio el telefono como"
054581             " invalido."
054590     END-IF.
054599     IF USR-PIN = SPACES
054608         DISPLAY "PIN autoserv: no asignado"
054617     ELSE
054626         IF USR-PIN-INTENTOS NUMERIC AND USR-PIN-INTENTOS > 2
054635             DISPLAY "PIN autoserv: bloqueado por intentos"
054644                 " fallidos"
054653         ELSE
054662             DISPLAY "PIN autoserv: asignado"
054671         END-IF
054680     END-IF.
054681     IF USR-CAT-NINO
054682         PERFORM USUARIOS-CONSULTAR-MENOR THRU
054683             USUARIOS-CONSULTAR-MENOR-EXIT
054684     ELSE
054685         MOVE USR-ID TO WS-FAM-CABEZA
054686         PERFORM USUARIOS-MENORES-A-CARGO THRU
054687             USUARIOS-MENORES-A-CARGO-EXIT
054688     END-IF.
054689 USUARIOS-CONSULTAR-EXIT.
054700     EXIT.
054800*
054900 USUARIOS-REGISTRAR.
056000     ACCEPT USR-DIRECCION.
056100     DISPLAY "Telefono: ".
056200     ACCEPT USR-TELEFONO.
056211     DISPLAY "Correo electronico (en blanco si no tiene): ".
056222     ACCEPT USR-CORREO.
056233     DISPLAY "Canal de avisos (C=correo S=SMS P=papel): ".
056244     ACCEPT USR-CANAL.
056255     PERFORM USUARIOS-VALIDAR-CANAL THRU
056266         USUARIOS-VALIDAR-CANAL-EXIT.
056277     MOVE SPACE TO USR-CORREO-ESTADO.
056288     MOVE SPACE TO USR-TELEFONO-ESTADO.
056292     MOVE SPACES TO USR-PIN.
056296     MOVE ZERO TO USR-PIN-INTENTOS.
056300     DISPLAY "Sucursal de inscripcion: ".
056400     ACCEPT USR-SUCURSAL.
056401     MOVE USR-SUCURSAL TO WS-SUC-CODIGO-BUSQUEDA.
056460         MOVE "A" TO USR-CATEGORIA
056470         DISPLAY "Categoria no valida; se asume adulto."
056480     END-IF.
056481*  El menor no se registra sin su adulto responsable.
056482     MOVE SPACES TO USR-RESPONSABLE.
056483     MOVE ZERO   TO USR-FECHA-NACIMIENTO.
056484     IF USR-CAT-NINO
056485         PERFORM USUARIOS-DATOS-MENOR THRU
056486             USUARIOS-DATOS-MENOR-EXIT
056487         IF WS-FAM-MOTIVO NOT = SPACES
056488             DISPLAY "No se registra el usuario: " WS-FAM-MOTIVO
056489             GO TO USUARIOS-REGISTRAR-EXIT
056490         END-IF
056491     END-IF.
056500     MOVE WS-FECHA-HOY TO USR-FECHA-REGISTRO.
056600     SET USR-ACTIVO TO TRUE.
056610*  El carne nace con la vigencia en meses de la politica de la
057000     END-WRITE.
057002     MOVE "WRITE" TO WS-DIA-OPERACION.
057004     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
057010     MOVE WS-AUD-ARCH-USUARIOS TO WS-AUD-ARCHIVO.
057020     MOVE "ALTA"           TO WS-AUD-ACCION.
057030     MOVE USR-ID           TO WS-AUD-LLAVE.
057040     MOVE SPACES           TO WS-AUD-ANTES.
057090         INTO WS-AUD-DESPUES
057100     END-STRING.
057110     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
057111     IF USR-CAT-NINO
057112         MOVE "RESPONSABLE"    TO WS-AUD-ACCION
057113         MOVE SPACES           TO WS-AUD-ANTES
057114         MOVE USR-RESPONSABLE  TO WS-AUD-DESPUES
057115         PERFORM AUDITORIA-REGISTRAR THRU
057116             AUDITORIA-REGISTRAR-EXIT
057117     END-IF.
057120     DISPLAY "Usuario registrado.".
057200 USUARIOS-REGISTRAR-EXIT.
057300     EXIT.
058100             DISPLAY "Usuario no encontrado."
058200             GO TO USUARIOS-MODIFICAR-EXIT
058300     END-READ.
058303     MOVE USR-TELEFONO     TO WS-USR-TEL-ANT.
058306     MOVE USR-CORREO       TO WS-USR-CORREO-ANT.
058308     MOVE USR-RESPONSABLE  TO WS-FAM-RESP-ANT.
058310     MOVE SPACES           TO WS-AUD-ANTES.
058320     STRING USR-TELEFONO   DELIMITED BY SIZE
058330         "/"               DELIMITED BY SIZE
058340         USR-DIRECCION     DELIMITED BY SIZE
058350         "/"               DELIMITED BY SIZE
058360         USR-SUCURSAL      DELIMITED BY SIZE
058363         "/"               DELIMITED BY SIZE
058366         USR-CANAL         DELIMITED BY SIZE
058370         INTO WS-AUD-ANTES
058380     END-STRING.
058400     DISPLAY "Nuevo telefono (" USR-TELEFONO "): ".
058950         MOVE "A" TO USR-CATEGORIA
058960         DISPLAY "Categoria no valida; se asume adulto."
058970     END-IF.
058971*  Un menor conserva o cambia su responsable; al pasar a otra
058972*  categoria deja de estar a cargo de nadie.
058973     IF USR-CAT-NINO
058974         PERFORM USUARIOS-DATOS-MENOR THRU
058975             USUARIOS-DATOS-MENOR-EXIT
058976         IF WS-FAM-MOTIVO NOT = SPACES
058977             DISPLAY "No se actualiza el usuario: " WS-FAM-MOTIVO
058978             GO TO USUARIOS-MODIFICAR-EXIT
058979         END-IF
058980     ELSE
058981         MOVE SPACES TO USR-RESPONSABLE
058982     END-IF.
058983     DISPLAY "Nuevo correo (" USR-CORREO "): ".
058984     ACCEPT USR-CORREO.
058985     DISPLAY "Canal de avisos C/S/P (" USR-CANAL "): ".
058986     ACCEPT USR-CANAL.
058987*  Un telefono o correo nuevo deja de estar marcado invalido.
058988     IF USR-TELEFONO NOT = WS-USR-TEL-ANT
058989         MOVE SPACE TO USR-TELEFONO-ESTADO
058990     END-IF.
058991     IF USR-CORREO NOT = WS-USR-CORREO-ANT
058992         MOVE SPACE TO USR-CORREO-ESTADO
058993     END-IF.
058994     PERFORM USUARIOS-VALIDAR-CANAL THRU
058996         USUARIOS-VALIDAR-CANAL-EXIT.
059000     REWRITE REG-USUARIO
059100         INVALID KEY
059200             DISPLAY "No se pudo actualizar el usuario."
059300     END-REWRITE.
059302     MOVE "REWRITE" TO WS-DIA-OPERACION.
059304     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
059310     MOVE WS-AUD-ARCH-USUARIOS TO WS-AUD-ARCHIVO.
059320     MOVE "MODIFICACION"   TO WS-AUD-ACCION.
059330     MOVE USR-ID           TO WS-AUD-LLAVE.
059340     MOVE SPACES           TO WS-AUD-DESPUES.
059370         USR-DIRECCION     DELIMITED BY SIZE
059380         "/"               DELIMITED BY SIZE
059390         USR-SUCURSAL      DELIMITED BY SIZE
059393         "/"               DELIMITED BY SIZE
059396         USR-CANAL         DELIMITED BY SIZE
059400         INTO WS-AUD-DESPUES
059410     END-STRING.
059420     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
059421     IF USR-CORREO NOT = WS-USR-CORREO-ANT
059422         MOVE "CORREO"          TO WS-AUD-ACCION
059423         MOVE WS-USR-CORREO-ANT TO WS-AUD-ANTES
059424         MOVE USR-CORREO        TO WS-AUD-DESPUES
059425         PERFORM AUDITORIA-REGISTRAR THRU
059426             AUDITORIA-REGISTRAR-EXIT
059427     END-IF.
059435     IF USR-RESPONSABLE NOT = WS-FAM-RESP-ANT
059443         MOVE "RESPONSABLE"     TO WS-AUD-ACCION
059451         MOVE WS-FAM-RESP-ANT   TO WS-AUD-ANTES
059459         MOVE USR-RESPONSABLE   TO WS-AUD-DESPUES
059467         PERFORM AUDITORIA-REGISTRAR THRU
059475             AUDITORIA-REGISTRAR-EXIT
059483     END-IF.
059491     DISPLAY "Usuario actualizado.".
059500 USUARIOS-MODIFICAR-EXIT.
059600     EXIT.
059700*
059705*  USUARIOS-VALIDAR-CANAL -- el canal de avisos debe ser correo,
059710*  SMS o papel, y correo o SMS exigen el dato de contacto.
059715 USUARIOS-VALIDAR-CANAL.
059720     IF NOT USR-CANAL-CORREO AND NOT USR-CANAL-SMS
059725         AND NOT USR-CANAL-PAPEL
059730         SET USR-CANAL-PAPEL TO TRUE
059735         DISPLAY "Canal no valido; se asume papel."
059740     END-IF.
059745     IF USR-CANAL-CORREO AND USR-CORREO = SPACES
059750         SET USR-CANAL-PAPEL TO TRUE
059755         DISPLAY "Sin correo electronico; se asume papel."
059760     END-IF.
059765     IF USR-CANAL-SMS AND USR-TELEFONO = SPACES
059770         SET USR-CANAL-PAPEL TO TRUE
059775         DISPLAY "Sin telefono; se asume papel."
059780     END-IF.
059785 USUARIOS-VALIDAR-CANAL-EXIT.
059790     EXIT.
059795*
059800 USUARIOS-ELIMINAR.
059900     DISPLAY "Cedula del usuario a eliminar: ".
060000     ACCEPT WS-USR-ID-BUSQUEDA.
060800     REWRITE REG-USUARIO.
060802     MOVE "REWRITE" TO WS-DIA-OPERACION.
060804     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
060810     MOVE WS-AUD-ARCH-USUARIOS TO WS-AUD-ARCHIVO.
060820     MOVE "BAJA"           TO WS-AUD-ACCION.
060830     MOVE USR-ID           TO WS-AUD-LLAVE.
060840     MOVE SPACES           TO WS-AUD-DESPUES.
060880     END-STRING.
060890     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
060900     DISPLAY "Usuario dado de baja (inactivo).".
060909*  Sus menores a cargo quedan sin responsable vigente.
060918     IF NOT USR-CAT-NINO
060927         MOVE USR-ID TO WS-FAM-CABEZA
060936         PERFORM USUARIOS-MENORES-A-CARGO THRU
060945             USUARIOS-MENORES-A-CARGO-EXIT
060954         IF WS-FAM-MENORES > ZERO
060963             DISPLAY "Atencion: esos menores quedan sin"
060972             DISPLAY "responsable vigente; asigneles otro."
060981         END-IF
060990     END-IF.
061000 USUARIOS-ELIMINAR-EXIT.
061100     EXIT.
061200*
068600     END-WRITE.
068601     MOVE "WRITE" TO WS-DIA-OPERACION.
068602     PERFORM DIARIO-LIBRO THRU DIARIO-LIBRO-EXIT.
068604     MOVE WS-FECHA-HOY TO WS-EJE-FECHA-ALTA.
068606     PERFORM LIBROS-CREAR-EJEMPLARES THRU
068608         LIBROS-CREAR-EJEMPLARES-EXIT.
068610     MOVE "ARCH-LIBROS"    TO WS-AUD-ARCHIVO.
068620     MOVE "ALTA"           TO WS-AUD-ACCION.
068630     MOVE LIB-ISBN         TO WS-AUD-LLAVE.
072800*
072900* -----------------------------------------------------------------
073000*  PRESTAMOS -- registrar prestamos, consultar historial, renovar
073066*  y registrar devoluciones. Requiere personal autenticado; su
073132*  cedula queda en el prestamo.
073200* -----------------------------------------------------------------
073300 PRESTAMOS.
073314     PERFORM VERIFICAR-ACCESO-PERSONAL THRU
073328       VERIFICAR-ACCESO-PERSONAL-EXIT.
073342     IF PERSONAL-NO-AUTENTICADO
073356         DISPLAY "Acceso denegado."
073370         GO TO PRESTAMOS-EXIT
073384     END-IF.
073400     MOVE "N" TO WS-SW-SALIR-SUBMENU.
073500     PERFORM PRESTAMOS-SUBMENU UNTIL SALIR-SUBMENU.
073533 PRESTAMOS-EXIT.
073566     EXIT.
073600*
073700 PRESTAMOS-SUBMENU.
073800     DISPLAY " ".
078794             EJE-ESTADO ")."
078795         GO TO PRESTAMOS-REGISTRAR-EXIT
078796     END-IF.
078801     PERFORM PRESTAMOS-GRABAR THRU PRESTAMOS-GRABAR-EXIT.
078806     IF NOT PRESTAMO-GRABADO
078811         DISPLAY "No se pudo registrar el prestamo."
078816         GO TO PRESTAMOS-REGISTRAR-EXIT
078821     END-IF.
078826     DISPLAY "Prestamo No. " PRE-ID " registrado. Vence: "
078831         PRE-FECHA-VENCIMIENTO.
078836 PRESTAMOS-REGISTRAR-EXIT.
078841     EXIT.
078846*
078851*  PRESTAMOS-GRABAR -- con el usuario, el titulo y el ejemplar
078856*  ya validados y en memoria (REG-USUARIO, REG-LIBRO,
078861*  REG-EJEMPLAR, WS-EJE-NUMERO, WS-RES-ID-PROPIA), numera y
078866*  graba el prestamo, descuenta la disponibilidad, marca el
078871*  ejemplar y cumple la reserva propia. Lo usan el mostrador y
078876*  la estacion de autoservicio; deja PRESTAMO-GRABADO.
078881 PRESTAMOS-GRABAR.
078886     MOVE "N" TO WS-SW-PRE-GRABADO.
078891     MOVE "BIBCTL" TO CTL-CLAVE.
078900     READ ARCH-CONTROL KEY IS CTL-CLAVE.
079000     ADD 1 TO CTL-ULT-PRE-ID.
079100     REWRITE REG-CONTROL.
079800     MOVE ZERO             TO PRE-RENOVACIONES.
079850     MOVE ZERO             TO PRE-AVISO-NIVEL.
079860     MOVE WS-EJE-NUMERO    TO PRE-EJEMPLAR.
079880     MOVE ZERO             TO PRE-FECHA-RENOVACION.
079882     IF EN-AUTOSERVICIO
079884         SET PRE-PRESTAMO-AUTOSERV    TO TRUE
079886     ELSE
079888         SET PRE-PRESTAMO-MOSTRADOR   TO TRUE
079890     END-IF.
079892     MOVE SPACE            TO PRE-CANAL-DEVOLUCION.
079894     MOVE WS-PER-ID-DIGITADO TO PRE-FUNC-PRESTAMO.
079896     MOVE SPACES           TO PRE-FUNC-RENOVACION.
079898     MOVE SPACES           TO PRE-FUNC-CIERRE.
079900     SET PRE-ABIERTO       TO TRUE.
080000     MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) TO
080100       WS-ENTERO-FECHA-1.
080470     MOVE WS-FER-FECHA-EVAL TO PRE-FECHA-VENCIMIENTO.
080500     WRITE REG-PRESTAMO
080600         INVALID KEY
080750             GO TO PRESTAMOS-GRABAR-EXIT
080900     END-WRITE.
080910     MOVE "WRITE" TO WS-DIA-OPERACION.
080920     PERFORM DIARIO-PRESTAMO THRU DIARIO-PRESTAMO-EXIT.
081160         MOVE WS-RES-ID-PROPIA TO RES-ID
081170         READ ARCH-RESERVAS KEY IS RES-ID
081180         SET RES-CUMPLIDA TO TRUE
081185         MOVE WS-FECHA-HOY TO RES-FECHA-CIERRE
081187         MOVE WS-PER-ID-DIGITADO TO RES-FUNC-CIERRE
081190         REWRITE REG-RESERVA
081191         MOVE "REWRITE" TO WS-DIA-OPERACION
081192         PERFORM DIARIO-RESERVA THRU DIARIO-RESERVA-EXIT
081195     END-IF.
081296     SET PRESTAMO-GRABADO TO TRUE.
081397 PRESTAMOS-GRABAR-EXIT.
081500     EXIT.
081520*
081530*  PRESTAMOS-REGISTRAR-VERIFICAR-RESERVA -- con LIB-ISBN y USR-ID ya
081650     END-START.
081660     MOVE "N" TO WS-SW-ENCONTRADO.
081680     MOVE "N" TO WS-SW-FIN-LECTURA.
081690     PERFORM PRESTAMOS-REGISTRAR-LEER-RESERVA THRU
081700         PRESTAMOS-REGISTRAR-LEER-RESERVA-EXIT UNTIL FIN-LECTURA.
081710 PRESTAMOS-REGISTRAR-VERIFICAR-RESERVA-EXIT.
081720     EXIT.
081730*
085100             DISPLAY "  Estado: ABIERTO"
085150         END-IF
085200     END-IF.
085210     IF PRE-FUNC-PRESTAMO NOT = SPACES
085220         DISPLAY "  Registro: " PRE-FUNC-PRESTAMO
085230     END-IF.
085240     IF PRE-FUNC-RENOVACION NOT = SPACES
085250         DISPLAY "  Ultima renovacion: " PRE-FUNC-RENOVACION
085260     END-IF.
085270     IF PRE-FUNC-CIERRE NOT = SPACES
085280         DISPLAY "  Cierre: " PRE-FUNC-CIERRE
085290     END-IF.
085300 PRESTAMOS-CONSULTAR-SIGUIENTE-EXIT.
085400     EXIT.
085500*
089640         FERIADOS-SIGUIENTE-HABIL-EXIT.
089650     MOVE WS-FER-FECHA-EVAL TO PRE-FECHA-VENCIMIENTO.
089700     ADD 1 TO PRE-RENOVACIONES.
089725     MOVE WS-FECHA-HOY TO PRE-FECHA-RENOVACION.
089737     MOVE WS-PER-ID-DIGITADO TO PRE-FUNC-RENOVACION.
089750     MOVE ZERO TO PRE-AVISO-NIVEL.
089800     REWRITE REG-PRESTAMO.
089810     MOVE "REWRITE" TO WS-DIA-OPERACION.
094000         DISPLAY "Ese prestamo ya no esta abierto."
094100         GO TO PRESTAMOS-DEVOLVER-EXIT
094200     END-IF.
094207     PERFORM PRESTAMOS-DEVOLVER-CERRAR THRU
094214         PRESTAMOS-DEVOLVER-CERRAR-EXIT.
094221     DISPLAY "Devolucion registrada para el prestamo " PRE-ID.
094228 PRESTAMOS-DEVOLVER-EXIT.
094235     EXIT.
094242*
094249*  PRESTAMOS-DEVOLVER-CERRAR -- con el prestamo abierto en
094256*  memoria lo cierra, libera el ejemplar, calcula la multa por
094263*  atraso y avisa a la reserva en turno. Lo usan el mostrador y
094270*  la estacion de autoservicio.
094277 PRESTAMOS-DEVOLVER-CERRAR.
094284     MOVE ZERO TO WS-DIAS-RETRASO.
094300     MOVE WS-FECHA-HOY TO PRE-FECHA-DEVOLUCION.
094400     SET PRE-DEVUELTO TO TRUE.
094408     MOVE WS-PER-ID-DIGITADO TO PRE-FUNC-CIERRE.
094416     IF EN-AUTOSERVICIO
094432         SET PRE-DEVOLUCION-AUTOSERV  TO TRUE
094448     ELSE
094464         SET PRE-DEVOLUCION-MOSTRADOR TO TRUE
094480     END-IF.
094500     REWRITE REG-PRESTAMO.
094510     MOVE "REWRITE" TO WS-DIA-OPERACION.
094520     PERFORM DIARIO-PRESTAMO THRU DIARIO-PRESTAMO-EXIT.
094650     READ ARCH-LIBROS KEY IS LIB-ISBN
094660         INVALID KEY
094670             DISPLAY "Libro no encontrado."
094680             GO TO PRESTAMOS-DEVOLVER-CERRAR-EXIT
094690     END-READ.
094800     ADD 1 TO LIB-EJEMPLARES-DISPON.
094900     REWRITE REG-LIBRO.
095100         PENALIZACIONES-CALCULAR-AUTOMATICA-EXIT.
095200     PERFORM RESERVAS-NOTIFICAR-SIGUIENTE THRU
095300         RESERVAS-NOTIFICAR-SIGUIENTE-EXIT.
095450 PRESTAMOS-DEVOLVER-CERRAR-EXIT.
095600     EXIT.
095700*
095800* -----------------------------------------------------------------
095900*  PENALIZACIONES -- calculo automatico de multas a partir del
095975*  prestamo devuelto, consulta del historial de multas de un
096050*  usuario, cobro, cierre de caja y condonacion o rebaja de
096125*  multas. Requiere personal autenticado.
096200* -----------------------------------------------------------------
096300 PENALIZACIONES.
096400     PERFORM VERIFICAR-ACCESO-PERSONAL THRU
097800     DISPLAY "1. Consultar multas de un usuario".
097810     DISPLAY "2. Registrar pago de multas".
097820     DISPLAY "3. Cierre de caja del dia".
097860     DISPLAY "4. Condonar o rebajar una multa".
097900     DISPLAY "9. Volver al menu principal".
098000     ACCEPT WS-SUB-OPCION.
098100     EVALUATE WS-SUB-OPCION
098440         WHEN 3
098450             PERFORM PENALIZACIONES-CIERRE-CAJA THRU
098460                 PENALIZACIONES-CIERRE-CAJA-EXIT
098470         WHEN 4
098480             PERFORM PENALIZACIONES-AJUSTAR THRU
098490                 PENALIZACIONES-AJUSTAR-EXIT
098500         WHEN 9 MOVE "S" TO WS-SW-SALIR-SUBMENU
098600         WHEN OTHER DISPLAY "Opcion invalida"
098700     END-EVALUATE.
101500     MOVE ZERO             TO PEN-RECIBO.
101600     MOVE ZERO             TO PEN-FECHA-PAGO.
101700     MOVE SPACES           TO PEN-SUCURSAL-PAGO.
101750     MOVE ZERO             TO PEN-MONTO-ORIGINAL.
101800     MOVE SPACES           TO PEN-MOTIVO-AJUSTE.
101850     MOVE SPACES           TO PEN-AUTORIZO.
101900     MOVE ZERO             TO PEN-FECHA-AJUSTE.
101950     MOVE SPACES           TO PEN-SUCURSAL-AJUSTE.
101962     MOVE ZERO             TO PEN-MONTO-AJUSTE.
101975     MOVE SPACES           TO PEN-FUNC-COBRO.
102000     WRITE REG-PENALIZACION
102050         INVALID KEY
102060             DISPLAY "No se pudo registrar la multa."
102110     MOVE "WRITE" TO WS-DIA-OPERACION.
102120     PERFORM DIARIO-PENALIZACION THRU
102130         DIARIO-PENALIZACION-EXIT.
102184     IF NOT EN-AUTOSERVICIO
102238         DISPLAY "Multa generada automaticamente: " PEN-MONTO
102292             " (" PEN-DIAS-RETRASO " dias de atraso)"
102346     END-IF.
102400 PENALIZACIONES-CALCULAR-AUTOMATICA-EXIT.
102500     EXIT.
102600*
105120             " recibo " PEN-RECIBO
105130             " sucursal " PEN-SUCURSAL-PAGO
105140     END-IF.
105146     PERFORM PENALIZACIONES-CALCULAR-CONDONADO THRU
105152         PENALIZACIONES-CALCULAR-CONDONADO-EXIT.
105158     IF WS-AJU-CONDONADO > ZERO
105164         DISPLAY "  Ajustada el " PEN-FECHA-AJUSTE
105170             " motivo " PEN-MOTIVO-AJUSTE
105176             " autorizo " PEN-AUTORIZO
105182             " monto original " PEN-MONTO-ORIGINAL
105188     END-IF.
105200 PENALIZACIONES-CONSULTAR-SIGUIENTE-EXIT.
105300     EXIT.
105400*
105500* -----------------------------------------------------------------
105600*  RESERVAS -- cola de espera para libros sin ejemplares
105700*  disponibles. Al devolverse un ejemplar (PRESTAMOS-DEVOLVER) se
105766*  avisa de forma automatica al primero de la cola. Requiere
105832*  personal autenticado; su cedula queda en la reserva.
105900* -----------------------------------------------------------------
106000 RESERVAS.
106014     PERFORM VERIFICAR-ACCESO-PERSONAL THRU
106028       VERIFICAR-ACCESO-PERSONAL-EXIT.
106042     IF PERSONAL-NO-AUTENTICADO
106056         DISPLAY "Acceso denegado."
106070         GO TO RESERVAS-EXIT
106084     END-IF.
106100     MOVE "N" TO WS-SW-SALIR-SUBMENU.
106200     PERFORM RESERVAS-SUBMENU UNTIL SALIR-SUBMENU.
106233 RESERVAS-EXIT.
106266     EXIT.
106300*
106400 RESERVAS-SUBMENU.
106500     DISPLAY " ".
111200     MOVE WS-FECHA-HOY    TO RES-FECHA-SOLICITUD.
111300     MOVE ZERO            TO RES-FECHA-NOTIFICACION.
111400     SET RES-PENDIENTE    TO TRUE.
111450     MOVE ZERO            TO RES-FECHA-CIERRE.
111466     MOVE WS-PER-ID-DIGITADO TO RES-FUNC-SOLICITUD.
111482     MOVE SPACES          TO RES-FUNC-CIERRE.
111500     WRITE REG-RESERVA
111600         INVALID KEY
111700             DISPLAY "No se pudo registrar la reserva."
116000             GO TO RESERVAS-CANCELAR-EXIT
116100     END-READ.
116200     SET RES-CANCELADA TO TRUE.
116250     MOVE WS-FECHA-HOY TO RES-FECHA-CIERRE.
116275     MOVE WS-PER-ID-DIGITADO TO RES-FUNC-CIERRE.
116300     REWRITE REG-RESERVA.
116310     MOVE "REWRITE" TO WS-DIA-OPERACION.
116320     PERFORM DIARIO-RESERVA THRU DIARIO-RESERVA-EXIT.
117800     END-START.
117900     MOVE ZERO TO WS-RES-ID-CANDIDATO.
118000     MOVE "N" TO WS-SW-FIN-LECTURA.
118066     PERFORM RESERVAS-NOTIFICAR-BUSCAR THRU
118132         RESERVAS-NOTIFICAR-BUSCAR-EXIT UNTIL FIN-LECTURA.
118200     IF WS-RES-ID-CANDIDATO = ZERO
118300         GO TO RESERVAS-NOTIFICAR-SIGUIENTE-EXIT
118400     END-IF.
118900     REWRITE REG-RESERVA.
118910     MOVE "REWRITE" TO WS-DIA-OPERACION.
118920     PERFORM DIARIO-RESERVA THRU DIARIO-RESERVA-EXIT.
118946     PERFORM RESERVAS-NOTIFICAR-MENSAJE THRU
118972         RESERVAS-NOTIFICAR-MENSAJE-EXIT.
118976     IF EN-AUTOSERVICIO
118980         DISPLAY "Este libro esta reservado: dejelo en la"
118984             " bandeja de reservas."
118988         GO TO RESERVAS-NOTIFICAR-SIGUIENTE-EXIT
118992     END-IF.
119000     DISPLAY "Aviso: el usuario " RES-USR-ID " tiene en turno"
119100         " el libro " RES-ISBN " que acaba de devolverse.".
119114     IF MENSAJE-ENVIADO
119128         DISPLAY "Se le aviso por " WS-MSJ-TX-CANAL "."
119142     ELSE
119156         DISPLAY "Sin correo ni SMS: avisele por telefono o"
119170             " carta."
119184     END-IF.
119200 RESERVAS-NOTIFICAR-SIGUIENTE-EXIT.
119300     EXIT.
119400*
121000     END-IF.
121100 RESERVAS-NOTIFICAR-BUSCAR-EXIT.
121200     EXIT.
121203*
121206*  RESERVAS-NOTIFICAR-MENSAJE -- con REG-RESERVA en memoria, avisa
121209*  al usuario por su canal que el libro ya esta para retirar.
121212 RESERVAS-NOTIFICAR-MENSAJE.
121215     MOVE "N" TO WS-SW-MSJ-ENVIADO.
121218     MOVE RES-USR-ID TO USR-ID.
121221     READ ARCH-USUARIOS KEY IS USR-ID
121224         INVALID KEY
121227             GO TO RESERVAS-NOTIFICAR-MENSAJE-EXIT
121230     END-READ.
121233     MOVE RES-ISBN TO LIB-ISBN.
121236     READ ARCH-LIBROS KEY IS LIB-ISBN
121239         INVALID KEY
121242             MOVE RES-ISBN TO LIB-TITULO
121245     END-READ.
121248     PERFORM MENSAJE-LARGO-TITULO THRU
121251         MENSAJE-LARGO-TITULO-EXIT.
121254     MOVE SPACES TO WS-MSJ-TEXTO.
121257     STRING "BIBLIOTECA: SU RESERVA DE " DELIMITED BY SIZE
121260         LIB-TITULO(1:WS-MSJ-LARGO)      DELIMITED BY SIZE
121263         " YA ESTA DISPONIBLE PARA RETIRO."
121266             DELIMITED BY SIZE
121269         INTO WS-MSJ-TEXTO
121272     END-STRING.
121275     MOVE "R"          TO WS-MSJ-ORIGEN.
121278     MOVE RES-ID       TO WS-MSJ-REFERENCIA.
121281     MOVE USR-SUCURSAL TO WS-MSJ-SUCURSAL.
121284     PERFORM MENSAJE-EMITIR THRU MENSAJE-EMITIR-EXIT.
121287     PERFORM MENSAJES-PASARELA-CERRAR THRU
121290         MENSAJES-PASARELA-CERRAR-EXIT.
121293 RESERVAS-NOTIFICAR-MENSAJE-EXIT.
121296     EXIT.
121300*
121400* -----------------------------------------------------------------
121500*  INFORMES -- informes mensuales, circulacion/mas prestados,
123610     DISPLAY "4. Avisos de vencimiento (proceso nocturno)".
123620     DISPLAY "5. Carnes por vencer (proximos 30 dias)".
123630     DISPLAY "6. Sugerencias de compra por reservas".
123665     DISPLAY "7. Condonaciones y rebajas de multas del mes".
123682     DISPLAY "8. Otros (interbib., estadist., expurgo, mensajes)".
123700     DISPLAY "9. Volver al menu principal".
123800     ACCEPT WS-SUB-OPCION.
123900     EVALUATE WS-SUB-OPCION
124962         WHEN 6
124964             PERFORM INFORMES-SUGERENCIAS-COMPRA THRU
124966                 INFORMES-SUGERENCIAS-COMPRA-EXIT
124974         WHEN 7
124982             PERFORM INFORMES-CONDONACIONES THRU
124990                 INFORMES-CONDONACIONES-EXIT
124992         WHEN 8
124994             PERFORM INFORMES-OTROS THRU
124996                 INFORMES-OTROS-EXIT
125000         WHEN 9 MOVE "S" TO WS-SW-SALIR-SUBMENU
125100         WHEN OTHER DISPLAY "Opcion invalida"
125200     END-EVALUATE.
125300*
125400*  INFORMES-MENSUAL -- corre, en orden, resumen general, el
125475*  informe de circulacion del mes, la exportacion de multas, la
125531*  conciliacion de existencias, el informe de condonaciones del
125587*  mes y la estadistica para la Municipalidad. El progreso se
125643*  guarda en
125700*  ARCH-CONTROL (CTL-INF-TIPO / CTL-INF-FECHA-CORTE) para que, si
125800*  el proceso se cae a mitad de camino, un reinicio no repita los
125900*  pasos que ya habian quedado completos para ese mismo corte.
130400         PERFORM INFORMES-CONCILIAR-EXISTENCIAS THRU
130500             INFORMES-CONCILIAR-EXISTENCIAS-EXIT
130600         MOVE "RECONCILIACION"  TO CTL-INF-TIPO
130800         REWRITE REG-CONTROL
130810         MOVE "REWRITE" TO WS-DIA-OPERACION
130820         PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT
130830         PERFORM LOTE-CRONO-ANOTAR THRU
130840             LOTE-CRONO-ANOTAR-EXIT
130900     END-IF.
130906     IF WS-PASO-NUM < 5
130912         MOVE "CONDONACIONES" TO WS-CRONO-PASO
130918         PERFORM LOTE-CRONO-INICIAR THRU
130924             LOTE-CRONO-INICIAR-EXIT
130930         PERFORM INFORMES-CONDONACIONES-EJECUTAR THRU
130936             INFORMES-CONDONACIONES-EJECUTAR-EXIT
130942         MOVE "CONDONACIONES"   TO CTL-INF-TIPO
130954         REWRITE REG-CONTROL
130960         MOVE "REWRITE" TO WS-DIA-OPERACION
130966         PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT
130972         PERFORM LOTE-CRONO-ANOTAR THRU
130978             LOTE-CRONO-ANOTAR-EXIT
130984     END-IF.
130985     IF WS-PASO-NUM < 6
130986         MOVE "ESTADISTICA" TO WS-CRONO-PASO
130987         PERFORM LOTE-CRONO-INICIAR THRU
130988             LOTE-CRONO-INICIAR-EXIT
130989         PERFORM INFORMES-ESTADISTICA-EJECUTAR THRU
130990             INFORMES-ESTADISTICA-EJECUTAR-EXIT
130991         MOVE "ESTADISTICA"     TO CTL-INF-TIPO
130992         SET CTL-INF-COMPLETO   TO TRUE
130993         REWRITE REG-CONTROL
130994         MOVE "REWRITE" TO WS-DIA-OPERACION
130995         PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT
130996         PERFORM LOTE-CRONO-ANOTAR THRU
130997             LOTE-CRONO-ANOTAR-EXIT
130998     END-IF.
131000     DISPLAY "Proceso mensual completo para el corte "
131100       WS-FECHA-CORTE.
131110 INFORMES-MENSUAL-EJECUTAR-EXIT.
131800         WHEN "CIRCULACION"    MOVE 2 TO WS-PASO-NUM
131900         WHEN "CSVMULTAS"      MOVE 3 TO WS-PASO-NUM
132000         WHEN "RECONCILIACION" MOVE 4 TO WS-PASO-NUM
132050         WHEN "CONDONACIONES"  MOVE 5 TO WS-PASO-NUM
132075         WHEN "ESTADISTICA"    MOVE 6 TO WS-PASO-NUM
132100         WHEN OTHER            MOVE 0 TO WS-PASO-NUM
132200     END-EVALUATE.
132300 INFORMES-EVALUAR-PASO-EXIT.
145020 INFORMES-GENERAR-CSV-MULTAS.
145030     MOVE ZERO TO WS-CSV-USUARIOS.
145040     OPEN OUTPUT ARCH-MULTAS-CSV.
145046     MOVE "USUARIO,TOTAL_PENDIENTE,TOTAL_PAGADO,TOTAL_CONDONADO"
145052         TO REG-MULTA-CSV.
145060     WRITE REG-MULTA-CSV.
145070     SORT ORDEN-MULTAS
145080         ON ASCENDING KEY OMU-USR-ID
145210     EXIT.
145220*
145225*  INFORMES-CSV-EXTRAER -- entrega al ordenamiento un registro
145227*  por multa, con el monto y su estado, y lo condonado aparte.
145230 INFORMES-CSV-EXTRAER.
145240     MOVE 0 TO PEN-ID.
145250     MOVE "N" TO WS-SW-FIN-LECTURA.
145390     MOVE PEN-USR-ID TO OMU-USR-ID.
145400     MOVE PEN-MONTO  TO OMU-MONTO.
145410     MOVE PEN-ESTADO TO OMU-ESTADO.
145412     PERFORM PENALIZACIONES-CALCULAR-CONDONADO THRU
145414         PENALIZACIONES-CALCULAR-CONDONADO-EXIT.
145416     MOVE WS-AJU-CONDONADO TO OMU-CONDONADO.
145420     RELEASE REG-ORDEN-MULTA.
145430 INFORMES-CSV-EXTRAER-LEER-EXIT.
145440     EXIT.
145450*
145460*  INFORMES-CSV-TOTALIZAR -- recibe las multas ordenadas por
145470*  cedula, corta por usuario y escribe una linea del CSV con los
145480*  totales pendiente, pagado y condonado de cada uno.
145490 INFORMES-CSV-TOTALIZAR.
145500     MOVE SPACES TO WS-CSV-USR-ANT.
145510     MOVE ZERO TO WS-CSV-PEND.
145520     MOVE ZERO TO WS-CSV-PAGADO.
145525     MOVE ZERO TO WS-CSV-CONDONADO.
145530     MOVE "N" TO WS-SW-FIN-LECTURA.
145540     PERFORM INFORMES-CSV-TOTALIZAR-RET UNTIL FIN-LECTURA.
145550     IF WS-CSV-USR-ANT NOT = SPACES
145658         MOVE OMU-USR-ID TO WS-CSV-USR-ANT
145660         MOVE ZERO TO WS-CSV-PEND
145662         MOVE ZERO TO WS-CSV-PAGADO
145663         MOVE ZERO TO WS-CSV-CONDONADO
145664     END-IF.
145665*  Lo condonado no se cobra ni queda pendiente: va en su columna.
145666     EVALUATE OMU-ESTADO
145667         WHEN "G"
145668             ADD OMU-MONTO TO WS-CSV-PAGADO
145669         WHEN "C"
145670             CONTINUE
145671         WHEN OTHER
145672             ADD OMU-MONTO TO WS-CSV-PEND
145673     END-EVALUATE.
145674     ADD OMU-CONDONADO TO WS-CSV-CONDONADO.
145676 INFORMES-CSV-TOTALIZAR-RET-EXIT.
145678     EXIT.
145680*
145682 INFORMES-CSV-ESCRIBIR.
145684     MOVE WS-CSV-PEND   TO WS-MONTO-EDITADO.
145686     MOVE WS-CSV-PAGADO TO WS-MONTO-EDITADO-2.
145687     MOVE WS-CSV-CONDONADO TO WS-MONTO-EDITADO-3.
145688     MOVE SPACES TO WS-LINEA-SALIDA.
145690     STRING WS-CSV-USR-ANT DELIMITED BY SPACE
145692         "," DELIMITED BY SIZE
145694         WS-MONTO-EDITADO DELIMITED BY SIZE
145696         "," DELIMITED BY SIZE
145698         WS-MONTO-EDITADO-2 DELIMITED BY SIZE
145699         "," DELIMITED BY SIZE
145700         WS-MONTO-EDITADO-3 DELIMITED BY SIZE
145701         INTO WS-LINEA-SALIDA.
145702     MOVE WS-LINEA-SALIDA TO REG-MULTA-CSV.
145704     WRITE REG-MULTA-CSV.
145706     ADD 1 TO WS-CSV-USUARIOS.
151600     END-START.
151700     MOVE "N" TO WS-SW-FIN-LECTURA.
151800     PERFORM INFORMES-CONCILIAR-LEER-PRESTAMO UNTIL FIN-LECTURA.
151808*  Los ejemplares en reparacion, en transito o prestados a otra
151816*  institucion tambien estan fuera de la disponibilidad sin ser
151824*  prestamos abiertos; se acumulan en la misma tabla para no
151832*  marcarlos como diferencia.
151840     MOVE LOW-VALUE TO EJE-ISBN.
151850     MOVE ZERO      TO EJE-NUMERO.
151860     MOVE "N" TO WS-SW-FIN-LECTURA.
155200     EXIT.
155300*
155310*  INFORMES-CONCILIAR-LEER-EJEMPLAR -- acumula en la tabla de
155317*  conteo los ejemplares en reparacion, en transito o en prestamo
155324*  interbibliotecario, que reducen la disponibilidad igual que un
155331*  prestamo abierto.
155340 INFORMES-CONCILIAR-LEER-EJEMPLAR.
155345     READ ARCH-EJEMPLARES NEXT RECORD
155350         AT END
155355             SET FIN-LECTURA TO TRUE
155360             GO TO INFORMES-CONCILIAR-LEER-EJEMPLAR-EXIT
155365     END-READ.
155370     IF EJE-EN-REPARACION OR EJE-EN-TRANSITO OR EJE-EN-INTERBIB
155375         MOVE EJE-ISBN TO PRE-ISBN
155380         SET TC-IDX TO 1
155382         SEARCH TC-ENTRADA
160010*  PENALIZACIONES-PAGAR -- cobro de multas en mostrador. Lista las
160020*  multas pendientes del usuario, cobra una o varias, les asigna
160030*  el numero de recibo consecutivo del registro de control y deja
160035*  la linea del recibo en RECIBOS.TXT para contabilidad. El
160040*  adulto responsable ve y paga tambien las de sus menores a
160045*  cargo; el recibo sale a nombre del menor.
160050* -----------------------------------------------------------------
160060 PENALIZACIONES-PAGAR.
160070     DISPLAY "Cedula del usuario que paga: ".
160115     END-IF.
160116     PERFORM PENALIZACIONES-PAGAR-LISTAR THRU
160120         PENALIZACIONES-PAGAR-LISTAR-EXIT.
160123     PERFORM PENALIZACIONES-PAGAR-MENORES THRU
160126         PENALIZACIONES-PAGAR-MENORES-EXIT.
160130     IF WS-PEN-CUANTAS-PEND = ZERO
160140         DISPLAY "El usuario no tiene multas pendientes."
160150         GO TO PENALIZACIONES-PAGAR-EXIT
160170     MOVE WS-PEN-TOTAL-PENDIENTE TO WS-MONTO-EDITADO.
160180     DISPLAY "Total pendiente: " WS-MONTO-EDITADO.
160190     MOVE 1 TO WS-PEN-ID-PAGO.
160196     PERFORM PENALIZACIONES-PAGAR-COBRAR THRU
160202         PENALIZACIONES-PAGAR-COBRAR-EXIT
160210         UNTIL WS-PEN-ID-PAGO = ZERO.
160220 PENALIZACIONES-PAGAR-EXIT.
160230     EXIT.
160340             GO TO PENALIZACIONES-PAGAR-LISTAR-EXIT
160350     END-START.
160360     MOVE "N" TO WS-SW-FIN-LECTURA.
160366     PERFORM PENALIZACIONES-PAGAR-LISTAR-LEER THRU
160372         PENALIZACIONES-PAGAR-LISTAR-LEER-EXIT UNTIL FIN-LECTURA.
160380 PENALIZACIONES-PAGAR-LISTAR-EXIT.
160390     EXIT.
160400*
160750             GO TO PENALIZACIONES-PAGAR-COBRAR-EXIT
160760     END-READ.
160770     IF PEN-USR-ID NOT = WS-USR-ID-BUSQUEDA
160773         PERFORM PENALIZACIONES-PAGAR-ES-MENOR THRU
160776             PENALIZACIONES-PAGAR-ES-MENOR-EXIT
160779         IF NOT FAM-MENOR-A-CARGO
160782             DISPLAY "Esa multa no es del usuario indicado ni"
160785             DISPLAY "de un menor a su cargo."
160788             GO TO PENALIZACIONES-PAGAR-COBRAR-EXIT
160791         END-IF
160800     END-IF.
160810     IF PEN-PAGADA
160820         DISPLAY "Esa multa ya fue pagada con el recibo "
160830             PEN-RECIBO "."
160840         GO TO PENALIZACIONES-PAGAR-COBRAR-EXIT
160850     END-IF.
160852     IF PEN-CONDONADA
160853         DISPLAY "Esa multa fue condonada; no hay saldo que"
160854         DISPLAY "cobrar."
160856         GO TO PENALIZACIONES-PAGAR-COBRAR-EXIT
160858     END-IF.
160860     MOVE "BIBCTL" TO CTL-CLAVE.
160870     READ ARCH-CONTROL KEY IS CTL-CLAVE.
160880     ADD 1 TO CTL-ULT-REC-ID.
160910     MOVE CTL-ULT-REC-ID   TO PEN-RECIBO.
160920     MOVE WS-FECHA-HOY     TO PEN-FECHA-PAGO.
160930     MOVE WS-SUCURSAL-CAJA TO PEN-SUCURSAL-PAGO.
160935     MOVE WS-PER-ID-DIGITADO TO PEN-FUNC-COBRO.
160940     REWRITE REG-PENALIZACION
160950         INVALID KEY
160960             DISPLAY "No se pudo actualizar la multa."
160986         DIARIO-PENALIZACION-EXIT.
160990     PERFORM PENALIZACIONES-EMITIR-RECIBO THRU
161000         PENALIZACIONES-EMITIR-RECIBO-EXIT.
161001     IF PEN-USR-ID NOT = WS-USR-ID-BUSQUEDA
161002         MOVE WS-AUD-ARCH-PENALIZA TO WS-AUD-ARCHIVO
161003         MOVE "COBRO-FAMILIA"  TO WS-AUD-ACCION
161004         MOVE PEN-ID           TO WS-AUD-LLAVE
161005         MOVE SPACES           TO WS-AUD-ANTES
161006         STRING "MENOR "       DELIMITED BY SIZE
161007             PEN-USR-ID        DELIMITED BY SIZE
161008             INTO WS-AUD-ANTES
161009         END-STRING
161010         MOVE SPACES           TO WS-AUD-DESPUES
161011         STRING "PAGADA POR "  DELIMITED BY SIZE
161012             WS-USR-ID-BUSQUEDA DELIMITED BY SIZE
161013             " RECIBO "        DELIMITED BY SIZE
161014             PEN-RECIBO        DELIMITED BY SIZE
161015             INTO WS-AUD-DESPUES
161016         END-STRING
161017         PERFORM AUDITORIA-REGISTRAR THRU
161018             AUDITORIA-REGISTRAR-EXIT
161019         DISPLAY "Multa del menor " PEN-USR-ID
161020             " pagada por su responsable."
161021     END-IF.
161022 PENALIZACIONES-PAGAR-COBRAR-EXIT.
161023     EXIT.
161030*
161040*  PENALIZACIONES-EMITIR-RECIBO -- con REG-PENALIZACION ya pagado
161050*  en memoria, agrega la linea del recibo a RECIBOS.TXT y la
161320*
161330*  PENALIZACIONES-CIERRE-CAJA -- totaliza por sucursal los cobros
161340*  registrados en el dia (PEN-FECHA-PAGO = hoy) para el cuadre de
161346*  caja de cada sucursal al final de la jornada. Lo condonado o
161349*  rebajado en el dia se muestra aparte: no entra a caja. Los
161352*  cobros se desglosan ademas por el funcionario que los
161355*  registro, para el cuadre de la caja de cada uno.
161360 PENALIZACIONES-CIERRE-CAJA.
161370     INITIALIZE TABLA-CAJA-SUCURSAL.
161380     MOVE 0 TO WS-CJ-TOTAL.
161390     MOVE "N" TO WS-SW-CJ-LLENA.
161392     INITIALIZE TABLA-CAJA-FUNCIONARIO.
161394     MOVE 0 TO WS-CF-TOTAL.
161396     MOVE "N" TO WS-SW-CF-LLENA.
161400     MOVE ZERO TO WS-CAJA-TOTAL-DIA.
161405     MOVE ZERO TO WS-CAJA-CONDONADO-DIA.
161410     MOVE 0 TO PEN-ID.
161415     MOVE "N" TO WS-SW-FIN-LECTURA.
161420     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
161430         INVALID KEY SET FIN-LECTURA TO TRUE
161440     END-START.
161450     PERFORM PENALIZACIONES-CIERRE-LEER THRU
161460         PENALIZACIONES-CIERRE-LEER-EXIT UNTIL FIN-LECTURA.
161470     DISPLAY "--- Cierre de caja del " WS-FECHA-HOY " ---".
161480     IF WS-CJ-TOTAL = ZERO
161486         DISPLAY "No se registraron cobros ni condonaciones en el"
161492         DISPLAY "dia."
161500         GO TO PENALIZACIONES-CIERRE-CAJA-EXIT
161510     END-IF.
161520     PERFORM PENALIZACIONES-CIERRE-LINEA
161530         VARYING CJ-IDX FROM 1 BY 1
161540         UNTIL CJ-IDX > WS-CJ-TOTAL.
161550     MOVE WS-CAJA-TOTAL-DIA TO WS-MONTO-EDITADO.
161555     DISPLAY "TOTAL COBRADO......: " WS-MONTO-EDITADO.
161560     MOVE WS-CAJA-CONDONADO-DIA TO WS-MONTO-EDITADO.
161565     DISPLAY "TOTAL CONDONADO....: " WS-MONTO-EDITADO.
161566     IF WS-CF-TOTAL > ZERO
161567         DISPLAY "--- Cobros por funcionario ---"
161568         PERFORM PENALIZACIONES-CIERRE-FUNC-LINEA THRU
161569             PENALIZACIONES-CIERRE-FUNC-LINEA-EXIT
161570             VARYING CF-IDX FROM 1 BY 1
161571             UNTIL CF-IDX > WS-CF-TOTAL
161572     END-IF.
161573 PENALIZACIONES-CIERRE-CAJA-EXIT.
161580     EXIT.
161590*
161600 PENALIZACIONES-CIERRE-LEER.
161650     END-READ.
161660     IF PEN-PAGADA AND PEN-FECHA-PAGO = WS-FECHA-HOY
161670         ADD PEN-MONTO TO WS-CAJA-TOTAL-DIA
161685         MOVE PEN-SUCURSAL-PAGO TO WS-CJ-SUCURSAL-ACT
161700         MOVE PEN-MONTO         TO WS-CJ-COBRO-ACT
161715         MOVE ZERO              TO WS-CJ-CONDONA-ACT
161730         PERFORM PENALIZACIONES-CIERRE-ACUMULAR THRU
161745             PENALIZACIONES-CIERRE-ACUMULAR-EXIT
161750         PERFORM PENALIZACIONES-CIERRE-FUNC-ACUMULAR THRU
161755             PENALIZACIONES-CIERRE-FUNC-ACUMULAR-EXIT
161760     END-IF.
161761*  Una multa rebajada y cobrada el mismo dia aparece en las dos
161762*  columnas: lo cobrado en la sucursal de cobro y lo perdonado en
161763*  la sucursal que autorizo el ajuste.
161764     PERFORM PENALIZACIONES-MONTO-AJUSTE THRU
161765         PENALIZACIONES-MONTO-AJUSTE-EXIT.
161766     IF WS-AJU-CONDONADO > ZERO
161767         AND PEN-FECHA-AJUSTE = WS-FECHA-HOY
161768         ADD WS-AJU-CONDONADO TO WS-CAJA-CONDONADO-DIA
161769         MOVE PEN-SUCURSAL-AJUSTE TO WS-CJ-SUCURSAL-ACT
161770         MOVE ZERO                TO WS-CJ-COBRO-ACT
161771         MOVE WS-AJU-CONDONADO    TO WS-CJ-CONDONA-ACT
161772         PERFORM PENALIZACIONES-CIERRE-ACUMULAR THRU
161773             PENALIZACIONES-CIERRE-ACUMULAR-EXIT
161774     END-IF.
161775 PENALIZACIONES-CIERRE-LEER-EXIT.
161780     EXIT.
161781*
161782*  PENALIZACIONES-CIERRE-ACUMULAR -- suma WS-CJ-COBRO-ACT y
161783*  WS-CJ-CONDONA-ACT a la sucursal WS-CJ-SUCURSAL-ACT de la tabla.
161784 PENALIZACIONES-CIERRE-ACUMULAR.
161785     SET CJ-IDX TO 1.
161786     SEARCH CJ-ENTRADA
161787         AT END
161788             PERFORM PENALIZACIONES-CIERRE-CJ-AGREGAR THRU
161789                 PENALIZACIONES-CIERRE-CJ-AGREGAR-EXIT
161790         WHEN CJ-SUCURSAL(CJ-IDX) = WS-CJ-SUCURSAL-ACT
161791             ADD WS-CJ-COBRO-ACT   TO CJ-TOTAL(CJ-IDX)
161792             ADD WS-CJ-CONDONA-ACT TO CJ-CONDONADO(CJ-IDX)
161793     END-SEARCH.
161794 PENALIZACIONES-CIERRE-ACUMULAR-EXIT.
161795     EXIT.
161796*
161800*  PENALIZACIONES-CIERRE-CJ-AGREGAR -- agrega una sucursal nueva a
161810*  TABLA-CAJA-SUCURSAL; si la tabla esta llena se avisa una sola
161820*  vez y se sigue sin acumular mas sucursales nuevas.
161830 PENALIZACIONES-CIERRE-CJ-AGREGAR.
161840     IF WS-CJ-TOTAL < WS-CJ-MAX-ENTRADAS
161850         ADD 1 TO WS-CJ-TOTAL
161857         MOVE WS-CJ-SUCURSAL-ACT TO CJ-SUCURSAL(WS-CJ-TOTAL)
161864         MOVE WS-CJ-COBRO-ACT    TO CJ-TOTAL(WS-CJ-TOTAL)
161871         MOVE WS-CJ-CONDONA-ACT  TO CJ-CONDONADO(WS-CJ-TOTAL)
161880     ELSE
161890         IF NOT CJ-TABLA-LLENA-AVISADA
161900             DISPLAY "Aviso: tabla de caja por sucursal llena ("
161980*
161990 PENALIZACIONES-CIERRE-LINEA.
162000     MOVE CJ-TOTAL(CJ-IDX) TO WS-MONTO-EDITADO.
162005     MOVE CJ-CONDONADO(CJ-IDX) TO WS-MONTO-EDITADO-2.
162010     DISPLAY "Sucursal " CJ-SUCURSAL(CJ-IDX)
162016         " cobrado: " WS-MONTO-EDITADO
162022         " condonado: " WS-MONTO-EDITADO-2.
162030 PENALIZACIONES-CIERRE-LINEA-EXIT.
162040     EXIT.
162050*
162051*  PENALIZACIONES-CIERRE-FUNC-ACUMULAR -- suma el cobro de la
162052*  multa en memoria al funcionario que lo registro, dentro de la
162053*  sucursal de cobro. Los cobros anteriores al registro del
162054*  funcionario quedan agrupados con la cedula en blanco.
162055 PENALIZACIONES-CIERRE-FUNC-ACUMULAR.
162056     SET CF-IDX TO 1.
162057     SEARCH CF-ENTRADA
162058         AT END
162059             PERFORM PENALIZACIONES-CIERRE-CF-AGREGAR THRU
162060                 PENALIZACIONES-CIERRE-CF-AGREGAR-EXIT
162061         WHEN CF-SUCURSAL(CF-IDX) = PEN-SUCURSAL-PAGO
162062           AND CF-FUNCIONARIO(CF-IDX) = PEN-FUNC-COBRO
162063             ADD 1         TO CF-RECIBOS(CF-IDX)
162064             ADD PEN-MONTO TO CF-TOTAL(CF-IDX)
162065     END-SEARCH.
162066 PENALIZACIONES-CIERRE-FUNC-ACUMULAR-EXIT.
162067     EXIT.
162068*
162069*  PENALIZACIONES-CIERRE-CF-AGREGAR -- agrega la pareja sucursal y
162070*  funcionario a TABLA-CAJA-FUNCIONARIO; si la tabla esta llena
162071*  se avisa una sola vez, como en la tabla por sucursal.
162072 PENALIZACIONES-CIERRE-CF-AGREGAR.
162073     IF WS-CF-TOTAL < WS-CF-MAX-ENTRADAS
162074         ADD 1 TO WS-CF-TOTAL
162075         MOVE PEN-SUCURSAL-PAGO TO CF-SUCURSAL(WS-CF-TOTAL)
162076         MOVE PEN-FUNC-COBRO    TO CF-FUNCIONARIO(WS-CF-TOTAL)
162077         MOVE 1                 TO CF-RECIBOS(WS-CF-TOTAL)
162078         MOVE PEN-MONTO         TO CF-TOTAL(WS-CF-TOTAL)
162079     ELSE
162080         IF NOT CF-TABLA-LLENA-AVISADA
162081             DISPLAY "Aviso: tabla de cajeros llena ("
162082               WS-CF-MAX-ENTRADAS
162083                 "); se omiten cajeros adicionales."
162084             SET CF-TABLA-LLENA-AVISADA TO TRUE
162085         END-IF
162086     END-IF.
162087 PENALIZACIONES-CIERRE-CF-AGREGAR-EXIT.
162088     EXIT.
162089*
162090 PENALIZACIONES-CIERRE-FUNC-LINEA.
162091     MOVE CF-TOTAL(CF-IDX)   TO WS-MONTO-EDITADO.
162092     MOVE CF-RECIBOS(CF-IDX) TO WS-CF-ED-RECIBOS.
162093     DISPLAY "Sucursal " CF-SUCURSAL(CF-IDX)
162094         " funcionario " CF-FUNCIONARIO(CF-IDX)
162095         " recibos: " WS-CF-ED-RECIBOS
162096         " cobrado: " WS-MONTO-EDITADO.
162097 PENALIZACIONES-CIERRE-FUNC-LINEA-EXIT.
162098     EXIT.
162099*
162100* -----------------------------------------------------------------
162101*  PENALIZACIONES-AJUSTAR -- condonacion total o rebaja parcial de
162102*  una multa pendiente (cobro injusto: devolucion en buzon con la
162103*  sucursal cerrada, vencimiento mal digitado, cargo duplicado).
162104*  Solo la autoriza un administrador y exige codigo de motivo; en
162105*  la multa queda el monto con que nacio, el motivo, quien
162106*  autorizo, la fecha y la sucursal, y el cambio va a auditoria.
162107* -----------------------------------------------------------------
162108 PENALIZACIONES-AJUSTAR.
162109     IF NOT ROL-ACTUAL-ADMIN
162110         DISPLAY "Solo un administrador puede condonar o rebajar"
162111         DISPLAY "multas."
162112         GO TO PENALIZACIONES-AJUSTAR-EXIT
162113     END-IF.
162114     DISPLAY "Numero de multa a ajustar: ".
162115     ACCEPT WS-PEN-ID-PAGO.
162116     MOVE WS-PEN-ID-PAGO TO PEN-ID.
162117     READ ARCH-PENALIZACIONES KEY IS PEN-ID
162118         INVALID KEY
162119             DISPLAY "Multa no encontrada."
162120             GO TO PENALIZACIONES-AJUSTAR-EXIT
162121     END-READ.
162122     IF NOT PEN-PENDIENTE
162123         DISPLAY "Solo se ajustan multas pendientes de cobro."
162124         GO TO PENALIZACIONES-AJUSTAR-EXIT
162125     END-IF.
162126     MOVE PEN-MONTO TO WS-MONTO-EDITADO.
162127     DISPLAY "Multa " PEN-ID " usuario " PEN-USR-ID
162128         " tipo " PEN-TIPO " saldo " WS-MONTO-EDITADO.
162129     DISPLAY "Tipo de ajuste (1=condonacion total 2=rebaja): ".
162130     ACCEPT WS-AJU-TIPO.
162131     IF WS-AJU-TIPO NOT = 1 AND WS-AJU-TIPO NOT = 2
162132         DISPLAY "Tipo de ajuste invalido."
162133         GO TO PENALIZACIONES-AJUSTAR-EXIT
162134     END-IF.
162135     MOVE ZERO TO WS-AJU-MONTO-NUEVO.
162136     IF WS-AJU-TIPO = 2
162137         DISPLAY "Nuevo saldo a cobrar: "
162138         ACCEPT WS-AJU-MONTO-NUEVO
162139         IF WS-AJU-MONTO-NUEVO = ZERO
162140             OR WS-AJU-MONTO-NUEVO NOT < PEN-MONTO
162141             DISPLAY "La rebaja debe dejar un saldo mayor que"
162142             DISPLAY "cero y menor que el actual; para perdonarla"
162143             DISPLAY "toda use la condonacion total."
162144             GO TO PENALIZACIONES-AJUSTAR-EXIT
162145         END-IF
162146     END-IF.
162147     DISPLAY "Codigo de motivo:".
162148     DISPLAY "  BZ devolucion en buzon con la sucursal cerrada".
162150     DISPLAY "  VE error en la fecha de vencimiento".
162152     DISPLAY "  DU cargo de reposicion duplicado".
162154     DISPLAY "  AN multa registrada por error".
162156     DISPLAY "  EX excepcion autorizada por la direccion".
162158     ACCEPT WS-AJU-MOTIVO.
162160     IF NOT MOTIVO-AJUSTE-VALIDO
162162         DISPLAY "Codigo de motivo invalido; el motivo es"
162164         DISPLAY "obligatorio."
162166         GO TO PENALIZACIONES-AJUSTAR-EXIT
162168     END-IF.
162170     DISPLAY "Sucursal que autoriza el ajuste: ".
162172     ACCEPT WS-AJU-SUCURSAL.
162174     MOVE WS-AJU-SUCURSAL TO WS-SUC-CODIGO-BUSQUEDA.
162176     PERFORM SUCURSALES-VALIDAR THRU SUCURSALES-VALIDAR-EXIT.
162178     IF NOT SUCURSAL-VALIDA
162180         DISPLAY "Sucursal no registrada o cerrada; verifique"
162182         DISPLAY "el codigo en el maestro de sucursales."
162184         GO TO PENALIZACIONES-AJUSTAR-EXIT
162186     END-IF.
162188     DISPLAY "Confirma el ajuste de la multa " PEN-ID
162190         " (S/N): ".
162192     ACCEPT WS-RESPUESTA.
162194     IF WS-RESPUESTA NOT = "S"
162196         DISPLAY "Ajuste cancelado."
162198         GO TO PENALIZACIONES-AJUSTAR-EXIT
162200     END-IF.
162202*  El monto original se guarda solo la primera vez: una multa
162204*  rebajada dos veces conserva el monto con que se genero.
162206     MOVE PEN-MONTO TO WS-AJU-ANTES.
162208     IF PEN-FECHA-AJUSTE NOT NUMERIC
162210         OR PEN-FECHA-AJUSTE = ZERO
162212         OR PEN-MONTO-ORIGINAL NOT NUMERIC
162214         MOVE PEN-MONTO TO PEN-MONTO-ORIGINAL
162216     END-IF.
162218     IF WS-AJU-TIPO = 1
162220         SET PEN-CONDONADA TO TRUE
162222         MOVE ZERO TO PEN-MONTO
162224     ELSE
162226         SET PEN-AJUSTADA TO TRUE
162228         MOVE WS-AJU-MONTO-NUEVO TO PEN-MONTO
162230     END-IF.
162231*  Lo perdonado ahora, para que el cierre y el informe de
162232*  condonaciones no vuelvan a contar un ajuste anterior. Un
162233*  segundo ajuste el mismo dia se suma al primero, porque el
162234*  cierre de ese dia solo ve el ultimo registro.
162235     IF PEN-FECHA-AJUSTE = WS-FECHA-HOY
162236         AND PEN-MONTO-AJUSTE NUMERIC
162237         COMPUTE PEN-MONTO-AJUSTE = PEN-MONTO-AJUSTE +
162238             WS-AJU-ANTES - PEN-MONTO
162239     ELSE
162240         COMPUTE PEN-MONTO-AJUSTE = WS-AJU-ANTES - PEN-MONTO
162241     END-IF.
162242     MOVE WS-AJU-MOTIVO      TO PEN-MOTIVO-AJUSTE.
162243     MOVE WS-PER-ID-DIGITADO TO PEN-AUTORIZO.
162244     MOVE WS-FECHA-HOY       TO PEN-FECHA-AJUSTE.
162245     MOVE WS-AJU-SUCURSAL    TO PEN-SUCURSAL-AJUSTE.
162246     REWRITE REG-PENALIZACION
162247         INVALID KEY
162248             DISPLAY "No se pudo actualizar la multa."
162249             GO TO PENALIZACIONES-AJUSTAR-EXIT
162250     END-REWRITE.
162251     MOVE "REWRITE" TO WS-DIA-OPERACION.
162252     PERFORM DIARIO-PENALIZACION THRU
162254         DIARIO-PENALIZACION-EXIT.
162256     MOVE WS-AUD-ARCH-PENALIZA TO WS-AUD-ARCHIVO.
162258     IF PEN-CONDONADA
162260         MOVE "CONDONACION" TO WS-AUD-ACCION
162262     ELSE
162264         MOVE "REBAJA"      TO WS-AUD-ACCION
162266     END-IF.
162268     MOVE PEN-ID           TO WS-AUD-LLAVE.
162270     MOVE WS-AJU-ANTES     TO WS-MONTO-EDITADO.
162272     MOVE SPACES           TO WS-AUD-ANTES.
162274     STRING PEN-USR-ID     DELIMITED BY SIZE
162276         "/"               DELIMITED BY SIZE
162278         WS-MONTO-EDITADO  DELIMITED BY SIZE
162280         INTO WS-AUD-ANTES
162282     END-STRING.
162284     MOVE PEN-MONTO        TO WS-MONTO-EDITADO.
162286     MOVE SPACES           TO WS-AUD-DESPUES.
162288     STRING WS-MONTO-EDITADO DELIMITED BY SIZE
162290         "/MOTIVO "        DELIMITED BY SIZE
162292         PEN-MOTIVO-AJUSTE DELIMITED BY SIZE
162294         "/"               DELIMITED BY SIZE
162296         PEN-SUCURSAL-AJUSTE DELIMITED BY SIZE
162298         INTO WS-AUD-DESPUES
162300     END-STRING.
162302     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
162304     IF PEN-CONDONADA
162306         DISPLAY "Multa " PEN-ID " condonada."
162308     ELSE
162310         DISPLAY "Multa " PEN-ID " rebajada; nuevo saldo "
162312             WS-MONTO-EDITADO
162314     END-IF.
162316 PENALIZACIONES-AJUSTAR-EXIT.
162318     EXIT.
162320*
162322*  PENALIZACIONES-CALCULAR-CONDONADO -- con REG-PENALIZACION en
162324*  memoria, deja en WS-AJU-CONDONADO lo perdonado de esa multa
162326*  (monto original menos lo que quedo por cobrar), o cero si la
162328*  multa nunca se ajusto.
162330 PENALIZACIONES-CALCULAR-CONDONADO.
162332     MOVE ZERO TO WS-AJU-CONDONADO.
162334     IF PEN-FECHA-AJUSTE NOT NUMERIC
162336         OR PEN-FECHA-AJUSTE = ZERO
162338         OR PEN-MONTO-ORIGINAL NOT NUMERIC
162340         GO TO PENALIZACIONES-CALCULAR-CONDONADO-EXIT
162342     END-IF.
162344     IF PEN-MONTO-ORIGINAL > PEN-MONTO
162346         COMPUTE WS-AJU-CONDONADO =
162348             PEN-MONTO-ORIGINAL - PEN-MONTO
162350     END-IF.
162352 PENALIZACIONES-CALCULAR-CONDONADO-EXIT.
162354     EXIT.
162356*
162357*  PENALIZACIONES-MONTO-AJUSTE -- deja en WS-AJU-CONDONADO lo
162358*  perdonado en el ultimo ajuste de la multa en memoria, para el
162359*  cierre de caja y el informe de condonaciones. Las ajustadas
162360*  antes de guardarse ese dato usan el acumulado.
162361 PENALIZACIONES-MONTO-AJUSTE.
162362     IF PEN-MONTO-AJUSTE NUMERIC
162363         AND PEN-FECHA-AJUSTE NUMERIC
162364         AND PEN-FECHA-AJUSTE > ZERO
162365         MOVE PEN-MONTO-AJUSTE TO WS-AJU-CONDONADO
162366     ELSE
162367         PERFORM PENALIZACIONES-CALCULAR-CONDONADO THRU
162368             PENALIZACIONES-CALCULAR-CONDONADO-EXIT
162369     END-IF.
162370 PENALIZACIONES-MONTO-AJUSTE-EXIT.
162371     EXIT.
162372*
162373*  PENALIZACIONES-MOTIVO-DESCRIBIR -- texto del codigo de motivo
162374*  que viene en WS-AJU-MOTIVO, para los informes.
162375 PENALIZACIONES-MOTIVO-DESCRIBIR.
162376     EVALUATE WS-AJU-MOTIVO
162377         WHEN "BZ"
162378             MOVE "DEVOLUCION EN BUZON CERRADO" TO
162379                 WS-AJU-MOTIVO-DESC
162380         WHEN "VE"
162381             MOVE "ERROR EN FECHA DE VENCIMIENTO" TO
162382                 WS-AJU-MOTIVO-DESC
162383         WHEN "DU"
162384             MOVE "CARGO DE REPOSICION DUPLICADO" TO
162385                 WS-AJU-MOTIVO-DESC
162386         WHEN "AN"
162387             MOVE "MULTA REGISTRADA POR ERROR" TO
162388                 WS-AJU-MOTIVO-DESC
162390         WHEN "EX"
162392             MOVE "EXCEPCION DE LA DIRECCION" TO
162394                 WS-AJU-MOTIVO-DESC
162396         WHEN OTHER
162398             MOVE "MOTIVO NO CATALOGADO" TO WS-AJU-MOTIVO-DESC
162400     END-EVALUATE.
162402 PENALIZACIONES-MOTIVO-DESCRIBIR-EXIT.
162404     EXIT.
162406*
162408* -----------------------------------------------------------------
162410*  INFORMES-CONDONACIONES -- informe mensual para la direccion de
162412*  las multas condonadas o rebajadas desde el primero del mes de
162414*  la fecha de corte hasta el corte, por sucursal que autorizo,
162416*  motivo y funcionario, con la cantidad de multas y el monto
162418*  perdonado, subtotal por sucursal y total de la red
162420*  (CONDONA.TXT). Es tambien un paso del proceso mensual.
162422* -----------------------------------------------------------------
162424 INFORMES-CONDONACIONES.
162426     DISPLAY "Fecha de corte del mes a informar (AAAAMMDD): ".
162428     ACCEPT WS-FECHA-CORTE.
162430     PERFORM INFORMES-CONDONACIONES-EJECUTAR THRU
162432         INFORMES-CONDONACIONES-EJECUTAR-EXIT.
162434 INFORMES-CONDONACIONES-EXIT.
162436     EXIT.
162438*
162440*  INFORMES-CONDONACIONES-EJECUTAR -- cuerpo sin dialogos, con
162442*  WS-FECHA-CORTE ya cargada.
162444 INFORMES-CONDONACIONES-EJECUTAR.
162446     DIVIDE WS-FECHA-CORTE BY 100 GIVING WS-CON-ANOMES.
162448     COMPUTE WS-FECHA-DESDE = WS-CON-ANOMES * 100 + 1.
162450     MOVE WS-FECHA-CORTE TO WS-FECHA-HASTA.
162452     MOVE ZERO TO WS-CON-RED-CUENTA.
162454     MOVE ZERO TO WS-CON-RED-MONTO.
162456     OPEN OUTPUT ARCH-CONDONACIONES.
162458     MOVE SPACES TO WS-LINEA-CONDONA.
162460     STRING "CONDONACIONES Y REBAJAS DE MULTAS DEL "
162462             DELIMITED BY SIZE
162464         WS-FECHA-DESDE     DELIMITED BY SIZE
162466         " AL "             DELIMITED BY SIZE
162468         WS-FECHA-HASTA     DELIMITED BY SIZE
162470         INTO WS-LINEA-CONDONA
162472     END-STRING.
162474     MOVE WS-LINEA-CONDONA TO REG-CONDONACION.
162476     WRITE REG-CONDONACION.
162478     MOVE SPACES TO WS-LINEA-CONDONA.
162480     STRING "SUCUR MO DESCRIPCION DEL MOTIVO"
162482             DELIMITED BY SIZE
162484         "            FUNCIONARIO CANT.  CONDONADO"
162486             DELIMITED BY SIZE
162488         INTO WS-LINEA-CONDONA
162490     END-STRING.
162492     MOVE WS-LINEA-CONDONA TO REG-CONDONACION.
162494     WRITE REG-CONDONACION.
162496     SORT ORDEN-CONDONA
162498         ON ASCENDING KEY OCO-SUCURSAL
162500         ON ASCENDING KEY OCO-MOTIVO
162502         ON ASCENDING KEY OCO-AUTORIZO
162504         INPUT PROCEDURE IS INFORMES-CON-EXTRAER THRU
162506             INFORMES-CON-EXTRAER-EXIT
162508         OUTPUT PROCEDURE IS INFORMES-CON-LISTAR THRU
162510             INFORMES-CON-LISTAR-EXIT.
162512     IF WS-CON-RED-CUENTA = ZERO
162514         MOVE "  (SIN CONDONACIONES NI REBAJAS EN EL PERIODO)"
162516             TO REG-CONDONACION
162518         WRITE REG-CONDONACION
162520     END-IF.
162522     MOVE WS-CON-RED-MONTO TO WS-MONTO-EDITADO.
162524     MOVE SPACES TO WS-LINEA-CONDONA.
162526     STRING "TOTAL DE LA RED: "  DELIMITED BY SIZE
162528         WS-CON-RED-CUENTA       DELIMITED BY SIZE
162530         " MULTAS, CONDONADO "   DELIMITED BY SIZE
162532         WS-MONTO-EDITADO        DELIMITED BY SIZE
162534         INTO WS-LINEA-CONDONA
162536     END-STRING.
162538     MOVE WS-LINEA-CONDONA TO REG-CONDONACION.
162540     WRITE REG-CONDONACION.
162542     CLOSE ARCH-CONDONACIONES.
162544     DISPLAY "Informe de condonaciones generado en CONDONA.TXT.".
162546 INFORMES-CONDONACIONES-EJECUTAR-EXIT.
162548     EXIT.
162550*
162552*  INFORMES-CON-EXTRAER -- entrega al ordenamiento una entrada por
162554*  multa ajustada dentro del periodo, con lo perdonado.
162556 INFORMES-CON-EXTRAER.
162558     MOVE 0 TO PEN-ID.
162560     MOVE "N" TO WS-SW-FIN-LECTURA.
162562     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
162564         INVALID KEY SET FIN-LECTURA TO TRUE
162566     END-START.
162568     PERFORM INFORMES-CON-EXTRAER-LEER THRU
162569         INFORMES-CON-EXTRAER-LEER-EXIT UNTIL FIN-LECTURA.
162570 INFORMES-CON-EXTRAER-EXIT.
162572     EXIT.
162574*
162576 INFORMES-CON-EXTRAER-LEER.
162578     READ ARCH-PENALIZACIONES NEXT RECORD
162580         AT END
162582             SET FIN-LECTURA TO TRUE
162584             GO TO INFORMES-CON-EXTRAER-LEER-EXIT
162586     END-READ.
162588     PERFORM PENALIZACIONES-MONTO-AJUSTE THRU
162590         PENALIZACIONES-MONTO-AJUSTE-EXIT.
162592     IF WS-AJU-CONDONADO > ZERO
162594         AND PEN-FECHA-AJUSTE NOT < WS-FECHA-DESDE
162596         AND PEN-FECHA-AJUSTE NOT > WS-FECHA-HASTA
162598         MOVE PEN-SUCURSAL-AJUSTE TO OCO-SUCURSAL
162600         MOVE PEN-MOTIVO-AJUSTE   TO OCO-MOTIVO
162602         MOVE PEN-AUTORIZO        TO OCO-AUTORIZO
162604         MOVE PEN-ESTADO          TO OCO-ESTADO
162606         MOVE WS-AJU-CONDONADO    TO OCO-CONDONADO
162608         RELEASE REG-ORDEN-CONDONA
162610     END-IF.
162612 INFORMES-CON-EXTRAER-LEER-EXIT.
162614     EXIT.
162616*
162618*  INFORMES-CON-LISTAR -- corta por sucursal, motivo y
162620*  funcionario: una linea por grupo y el subtotal de cada
162622*  sucursal.
162624 INFORMES-CON-LISTAR.
162626     MOVE SPACES TO WS-CON-SUC-ANT.
162628     MOVE SPACES TO WS-CON-MOT-ANT.
162630     MOVE SPACES TO WS-CON-AUT-ANT.
162632     MOVE ZERO TO WS-CON-GRP-CUENTA.
162634     MOVE ZERO TO WS-CON-GRP-MONTO.
162636     MOVE ZERO TO WS-CON-SUC-CUENTA.
162638     MOVE ZERO TO WS-CON-SUC-MONTO.
162640     MOVE "N" TO WS-SW-FIN-LECTURA.
162642     PERFORM INFORMES-CON-LISTAR-RET THRU
162643         INFORMES-CON-LISTAR-RET-EXIT UNTIL FIN-LECTURA.
162644     IF WS-CON-GRP-CUENTA > ZERO
162646         PERFORM INFORMES-CON-GRUPO-LINEA THRU
162648             INFORMES-CON-GRUPO-LINEA-EXIT
162650         PERFORM INFORMES-CON-SUCURSAL-LINEA THRU
162652             INFORMES-CON-SUCURSAL-LINEA-EXIT
162654     END-IF.
162656 INFORMES-CON-LISTAR-EXIT.
162658     EXIT.
162660*
162662 INFORMES-CON-LISTAR-RET.
162664     RETURN ORDEN-CONDONA
162666         AT END
162668             SET FIN-LECTURA TO TRUE
162670             GO TO INFORMES-CON-LISTAR-RET-EXIT
162672     END-RETURN.
162674     IF OCO-SUCURSAL NOT = WS-CON-SUC-ANT
162676         OR OCO-MOTIVO NOT = WS-CON-MOT-ANT
162678         OR OCO-AUTORIZO NOT = WS-CON-AUT-ANT
162680         IF WS-CON-GRP-CUENTA > ZERO
162682             PERFORM INFORMES-CON-GRUPO-LINEA THRU
162684                 INFORMES-CON-GRUPO-LINEA-EXIT
162686         END-IF
162688         IF OCO-SUCURSAL NOT = WS-CON-SUC-ANT
162690             AND WS-CON-SUC-CUENTA > ZERO
162692             PERFORM INFORMES-CON-SUCURSAL-LINEA THRU
162694                 INFORMES-CON-SUCURSAL-LINEA-EXIT
162696         END-IF
162698         MOVE OCO-SUCURSAL TO WS-CON-SUC-ANT
162700         MOVE OCO-MOTIVO   TO WS-CON-MOT-ANT
162702         MOVE OCO-AUTORIZO TO WS-CON-AUT-ANT
162704         MOVE ZERO TO WS-CON-GRP-CUENTA
162706         MOVE ZERO TO WS-CON-GRP-MONTO
162708     END-IF.
162710     ADD 1             TO WS-CON-GRP-CUENTA.
162712     ADD OCO-CONDONADO TO WS-CON-GRP-MONTO.
162714     ADD 1             TO WS-CON-SUC-CUENTA.
162716     ADD OCO-CONDONADO TO WS-CON-SUC-MONTO.
162718     ADD 1             TO WS-CON-RED-CUENTA.
162720     ADD OCO-CONDONADO TO WS-CON-RED-MONTO.
162722 INFORMES-CON-LISTAR-RET-EXIT.
162724     EXIT.
162726*
162728 INFORMES-CON-GRUPO-LINEA.
162730     MOVE WS-CON-MOT-ANT TO WS-AJU-MOTIVO.
162732     PERFORM PENALIZACIONES-MOTIVO-DESCRIBIR THRU
162734         PENALIZACIONES-MOTIVO-DESCRIBIR-EXIT.
162736     MOVE WS-CON-GRP-MONTO TO WS-MONTO-EDITADO.
162738     MOVE SPACES TO WS-LINEA-CONDONA.
162740     STRING WS-CON-SUC-ANT    DELIMITED BY SIZE
162742         " "                  DELIMITED BY SIZE
162744         WS-CON-MOT-ANT       DELIMITED BY SIZE
162746         " "                  DELIMITED BY SIZE
162748         WS-AJU-MOTIVO-DESC   DELIMITED BY SIZE
162750         " "                  DELIMITED BY SIZE
162752         WS-CON-AUT-ANT       DELIMITED BY SIZE
162754         " "                  DELIMITED BY SIZE
162756         WS-CON-GRP-CUENTA    DELIMITED BY SIZE
162758         " "                  DELIMITED BY SIZE
162760         WS-MONTO-EDITADO     DELIMITED BY SIZE
162762         INTO WS-LINEA-CONDONA
162764     END-STRING.
162766     MOVE WS-LINEA-CONDONA TO REG-CONDONACION.
162768     WRITE REG-CONDONACION.
162770 INFORMES-CON-GRUPO-LINEA-EXIT.
162772     EXIT.
162774*
162776 INFORMES-CON-SUCURSAL-LINEA.
162778     MOVE WS-CON-SUC-MONTO TO WS-MONTO-EDITADO.
162780     MOVE SPACES TO WS-LINEA-CONDONA.
162782     STRING "  SUBTOTAL SUCURSAL " DELIMITED BY SIZE
162784         WS-CON-SUC-ANT       DELIMITED BY SIZE
162786         ": "                 DELIMITED BY SIZE
162788         WS-CON-SUC-CUENTA    DELIMITED BY SIZE
162790         " MULTAS, CONDONADO " DELIMITED BY SIZE
162792         WS-MONTO-EDITADO     DELIMITED BY SIZE
162794         INTO WS-LINEA-CONDONA
162796     END-STRING.
162798     MOVE WS-LINEA-CONDONA TO REG-CONDONACION.
162800     WRITE REG-CONDONACION.
162802     MOVE ZERO TO WS-CON-SUC-CUENTA.
162804     MOVE ZERO TO WS-CON-SUC-MONTO.
162806 INFORMES-CON-SUCURSAL-LINEA-EXIT.
162808     EXIT.
162810*
163000* -----------------------------------------------------------------
163010*  VERIFICAR-MOROSIDAD -- invocado desde PRESTAMOS-REGISTRAR y
163020*  PRESTAMOS-RENOVAR con la cedula en WS-USR-ID-BUSQUEDA. Marca
163030*  USUARIO-MOROSO si el saldo de multas pendientes supera
163040*  WS-TOPE-MULTA-MOROSO o si algun prestamo abierto lleva mas de
163050*  WS-TOPE-DIAS-MORA dias de vencido, indicando el motivo exacto.
163053*  Si el usuario no es moroso por si solo se aplican las mismas
163056*  reglas a su grupo familiar (VERIFICAR-MOROSIDAD-FAMILIA).
163060*  Nota: reposiciona ARCH-PRESTAMOS y su area de registro; quien
163066*  lo invoque debe releer su prestamo despues. En la estacion de
163072*  autoservicio no muestra el motivo.
163080* -----------------------------------------------------------------
163090 VERIFICAR-MOROSIDAD.
163100     MOVE "N" TO WS-SW-MOROSO.
163105     MOVE "N" TO WS-SW-MORA-GRUPO.
163110     MOVE ZERO TO WS-PEN-TOTAL-PENDIENTE.
163120     MOVE ZERO TO WS-MORA-DIAS-MAX.
163121     PERFORM VERIFICAR-MOROSIDAD-ACUMULAR THRU
163122         VERIFICAR-MOROSIDAD-ACUMULAR-EXIT.
163123     IF WS-PEN-TOTAL-PENDIENTE > WS-TOPE-MULTA-MOROSO
163124         SET USUARIO-MOROSO TO TRUE
163125         MOVE WS-PEN-TOTAL-PENDIENTE TO WS-MONTO-EDITADO
163126         MOVE WS-TOPE-MULTA-MOROSO   TO WS-MONTO-EDITADO-2
163127         IF NOT EN-AUTOSERVICIO
163128             DISPLAY "El usuario debe " WS-MONTO-EDITADO
163129                 " en multas pendientes (tope "
163130                 WS-MONTO-EDITADO-2 ")."
163131         END-IF
163132     END-IF.
163133     IF WS-MORA-DIAS-MAX > WS-TOPE-DIAS-MORA
163134         SET USUARIO-MOROSO TO TRUE
163135         IF NOT EN-AUTOSERVICIO
163136             DISPLAY "El usuario tiene un prestamo abierto con "
163137                 WS-MORA-DIAS-MAX " dias de atraso (tope "
163138                 WS-TOPE-DIAS-MORA ")."
163139         END-IF
163140     END-IF.
163141     IF NOT USUARIO-MOROSO AND MORA-FAMILIAR-ACTIVA
163142         PERFORM VERIFICAR-MOROSIDAD-FAMILIA THRU
163143             VERIFICAR-MOROSIDAD-FAMILIA-EXIT
163144     END-IF.
163145 VERIFICAR-MOROSIDAD-EXIT.
163146     EXIT.
163147*
163148*  VERIFICAR-MOROSIDAD-ACUMULAR -- suma a WS-PEN-TOTAL-PENDIENTE
163149*  las multas pendientes de WS-USR-ID-BUSQUEDA y deja en
163150*  WS-MORA-DIAS-MAX el mayor atraso de sus prestamos abiertos.
163151 VERIFICAR-MOROSIDAD-ACUMULAR.
163152     MOVE WS-USR-ID-BUSQUEDA TO PEN-USR-ID.
163153     MOVE "N" TO WS-SW-FIN-LECTURA.
163154     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-USR-ID
163160         INVALID KEY SET FIN-LECTURA TO TRUE
163170     END-START.
163176     PERFORM VERIFICAR-MOROSIDAD-LEER-MULTA THRU
163182         VERIFICAR-MOROSIDAD-LEER-MULTA-EXIT UNTIL FIN-LECTURA.
163190     MOVE WS-USR-ID-BUSQUEDA TO PRE-USR-ID.
163200     MOVE "N" TO WS-SW-FIN-LECTURA.
163210     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-USR-ID
163220         INVALID KEY SET FIN-LECTURA TO TRUE
163230     END-START.
163233     PERFORM VERIFICAR-MOROSIDAD-LEER-PRESTAMO THRU
163236         VERIFICAR-MOROSIDAD-LEER-PRESTAMO-EXIT UNTIL FIN-LECTURA.
163241*  El material de otra institucion en manos del usuario cuenta
163242*  para la mora igual que un prestamo propio.
163243     MOVE WS-USR-ID-BUSQUEDA TO IBL-USR-ID.
163244     MOVE "N" TO WS-SW-FIN-LECTURA.
163245     START ARCH-INTERBIB KEY IS NOT LESS THAN IBL-USR-ID
163246         INVALID KEY SET FIN-LECTURA TO TRUE
163247     END-START.
163248     PERFORM VERIFICAR-MOROSIDAD-LEER-INTERBIB THRU
163249         VERIFICAR-MOROSIDAD-LEER-INTERBIB-EXIT UNTIL FIN-LECTURA.
163319 VERIFICAR-MOROSIDAD-ACUMULAR-EXIT.
163390     EXIT.
163400*
163410 VERIFICAR-MOROSIDAD-LEER-MULTA.
163780 VERIFICAR-MOROSIDAD-LEER-PRESTAMO-EXIT.
163790     EXIT.
163800*
163807 VERIFICAR-MOROSIDAD-LEER-INTERBIB.
163814     READ ARCH-INTERBIB NEXT RECORD
163821         AT END
163828             SET FIN-LECTURA TO TRUE
163835             GO TO VERIFICAR-MOROSIDAD-LEER-INTERBIB-EXIT
163842     END-READ.
163849     IF IBL-USR-ID NOT = WS-USR-ID-BUSQUEDA
163856         SET FIN-LECTURA TO TRUE
163863         GO TO VERIFICAR-MOROSIDAD-LEER-INTERBIB-EXIT
163870     END-IF.
163877     IF IBL-ENTRANTE AND IBL-PRESTADO
163884         AND IBL-FECHA-VENC-USUARIO < WS-FECHA-HOY
163891         MOVE IBL-FECHA-VENC-USUARIO TO WS-FER-DESDE
163898         MOVE WS-FECHA-HOY           TO WS-FER-HASTA
163905         MOVE IBL-SUCURSAL           TO WS-FER-SUC-EVAL
163912         PERFORM FERIADOS-CONTAR-HABILES THRU
163919             FERIADOS-CONTAR-HABILES-EXIT
163926         MOVE WS-DIAS-HABILES TO WS-DIAS-RETRASO
163933         IF WS-DIAS-RETRASO > WS-MORA-DIAS-MAX
163940             MOVE WS-DIAS-RETRASO TO WS-MORA-DIAS-MAX
163947         END-IF
163954     END-IF.
163961 VERIFICAR-MOROSIDAD-LEER-INTERBIB-EXIT.
163968     EXIT.
163975*
164000* -----------------------------------------------------------------
164010*  INFORMES-AVISOS-VENCIMIENTO -- proceso nocturno de avisos.
164020*  Recorre los prestamos abiertos con fecha de vencimiento ya
164090 INFORMES-AVISOS-VENCIMIENTO.
164100     OPEN OUTPUT ARCH-AVISOS.
164110     MOVE ZERO TO WS-AVISOS-EMITIDOS.
164115     MOVE ZERO TO WS-MSJ-ENVIADOS.
164120     MOVE 0 TO PRE-ID.
164130     MOVE "N" TO WS-SW-FIN-LECTURA.
164140     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
164150         INVALID KEY SET FIN-LECTURA TO TRUE
164160     END-START.
164166     PERFORM INFORMES-AVISOS-LEER-PRESTAMO THRU
164172         INFORMES-AVISOS-LEER-PRESTAMO-EXIT UNTIL FIN-LECTURA.
164180     CLOSE ARCH-AVISOS.
164183     PERFORM MENSAJES-PASARELA-CERRAR THRU
164186         MENSAJES-PASARELA-CERRAR-EXIT.
164190     DISPLAY "Avisos emitidos: " WS-AVISOS-EMITIDOS
164200         ". Vea AVISOS.TXT.".
164203     DISPLAY "De ellos, por correo o SMS: " WS-MSJ-ENVIADOS
164206         " (MSJSALIDA.DAT).".
164210 INFORMES-AVISOS-VENCIMIENTO-EXIT.
164220     EXIT.
164230*
164550             MOVE "(USUARIO NO REGISTRADO)" TO USR-NOMBRE
164560             MOVE SPACES TO USR-DIRECCION
164570             MOVE SPACES TO USR-TELEFONO
164575             SET USR-CANAL-PAPEL TO TRUE
164580     END-READ.
164583*  La carta impresa queda solo para quien no recibe el aviso
164586*  por correo o SMS.
164589     PERFORM INFORMES-AVISOS-MENSAJE THRU
164592         INFORMES-AVISOS-MENSAJE-EXIT.
164595     IF NOT MENSAJE-ENVIADO
164598         PERFORM INFORMES-AVISOS-ESCRIBIR THRU
164601             INFORMES-AVISOS-ESCRIBIR-EXIT
164604     END-IF.
164610     MOVE WS-AVISO-NIVEL TO PRE-AVISO-NIVEL.
164620     REWRITE REG-PRESTAMO.
164622     MOVE "REWRITE" TO WS-DIA-OPERACION.
165010 INFORMES-AVISOS-ESCRIBIR-EXIT.
165020     EXIT.
165030*
165061*  INFORMES-AVISOS-MENSAJE -- el mismo aviso, en texto corto para
165092*  correo o SMS.
165123 INFORMES-AVISOS-MENSAJE.
165154     MOVE PRE-ISBN TO LIB-ISBN.
165185     READ ARCH-LIBROS KEY IS LIB-ISBN
165216         INVALID KEY
165247             MOVE PRE-ISBN TO LIB-TITULO
165278     END-READ.
165309     PERFORM MENSAJE-LARGO-TITULO THRU
165340         MENSAJE-LARGO-TITULO-EXIT.
165371     MOVE WS-DIAS-RETRASO TO WS-MSJ-ED-DIAS.
165402     MOVE SPACES TO WS-MSJ-TEXTO.
165433     STRING "BIBLIOTECA: EL LIBRO "   DELIMITED BY SIZE
165464         LIB-TITULO(1:WS-MSJ-LARGO)   DELIMITED BY SIZE
165495         " VENCIO EL "                DELIMITED BY SIZE
165526         PRE-FECHA-VENCIMIENTO        DELIMITED BY SIZE
165557         ". ATRASO:"                  DELIMITED BY SIZE
165588         WS-MSJ-ED-DIAS               DELIMITED BY SIZE
165619         " DIAS. AVISO "              DELIMITED BY SIZE
165650         WS-AVISO-NIVEL               DELIMITED BY SIZE
165681         "."                          DELIMITED BY SIZE
165712         INTO WS-MSJ-TEXTO
165743     END-STRING.
165774     MOVE "A"          TO WS-MSJ-ORIGEN.
165805     MOVE PRE-ID       TO WS-MSJ-REFERENCIA.
165836     MOVE PRE-SUCURSAL TO WS-MSJ-SUCURSAL.
165867     PERFORM MENSAJE-EMITIR THRU MENSAJE-EMITIR-EXIT.
165898 INFORMES-AVISOS-MENSAJE-EXIT.
165929     EXIT.
165960*
166000* -----------------------------------------------------------------
166010*  EJEMPLARES -- mantenimiento del inventario fisico por ejemplar
166020*  del submenu LIBROS. Cada ejemplar nace al registrar el titulo o
166220     SET EJE-COND-NUEVO   TO TRUE.
166230     SET EJE-DISPONIBLE   TO TRUE.
166235     MOVE ZERO            TO EJE-TRA-ID.
166236     MOVE WS-EJE-FECHA-ALTA TO EJE-FECHA-ALTA.
166237     MOVE ZERO            TO EJE-FECHA-SALIDA.
166240     WRITE REG-EJEMPLAR
166250         INVALID KEY
166260             DISPLAY "No se pudo crear el ejemplar " EJE-NUMERO
166890     SET EJE-COND-NUEVO TO TRUE.
166900     SET EJE-DISPONIBLE TO TRUE.
166905     MOVE ZERO          TO EJE-TRA-ID.
166906     MOVE WS-FECHA-HOY  TO EJE-FECHA-ALTA.
166907     MOVE ZERO          TO EJE-FECHA-SALIDA.
166910     WRITE REG-EJEMPLAR
166920         INVALID KEY
166930             DISPLAY "No se pudo crear el ejemplar."
167110     START ARCH-EJEMPLARES KEY IS NOT LESS THAN EJE-LLAVE
167120         INVALID KEY SET FIN-LECTURA TO TRUE
167130     END-START.
167136     PERFORM LIBROS-EJEMPLAR-MAYOR-LEER THRU
167142         LIBROS-EJEMPLAR-MAYOR-LEER-EXIT UNTIL FIN-LECTURA.
167150 LIBROS-EJEMPLAR-MAYOR-EXIT.
167160     EXIT.
167170*
167308     PERFORM LIBROS-EJEMPLAR-MAYOR THRU
167309         LIBROS-EJEMPLAR-MAYOR-EXIT.
167310     IF WS-EJE-MAYOR = ZERO AND LIB-EJEMPLARES-TOTAL > ZERO
167311*        Inventario atrasado de un titulo ya existente: no es
167312*        una incorporacion del mes.
167313         MOVE ZERO TO WS-EJE-FECHA-ALTA
167314         PERFORM LIBROS-CREAR-EJEMPLARES THRU
167315             LIBROS-CREAR-EJEMPLARES-EXIT
167316         DISPLAY "Titulo sin inventario por ejemplar; se"
167317         DISPLAY "generaron " LIB-EJEMPLARES-TOTAL
167318             " ejemplares en la sucursal " LIB-SUCURSAL "."
167319     END-IF.
167320 PRESTAMOS-ASEGURAR-EJEMPLARES-EXIT.
167321     EXIT.
167322*
167323*  LIBROS-EJEMPLAR-ACTUALIZAR -- cambia la condicion o el estado
167330*  de un ejemplar concreto (reparacion, regreso de reparacion o
167340*  baja), manteniendo los contadores del titulo.
167350 LIBROS-EJEMPLAR-ACTUALIZAR.
168256         DISPLAY "la recepcion del traslado."
168258         GO TO LIBROS-EJEMPLAR-BAJA-EXIT
168259     END-IF.
168260     IF EJE-EN-INTERBIB
168261         DISPLAY "El ejemplar esta prestado a otra institucion;"
168262         DISPLAY "registre primero su retorno."
168263         GO TO LIBROS-EJEMPLAR-BAJA-EXIT
168264     END-IF.
168265     IF EJE-DE-BAJA
168270         DISPLAY "El ejemplar ya estaba de baja."
168280         GO TO LIBROS-EJEMPLAR-BAJA-EXIT
168290     END-IF.
168292*  declaro la perdida; la baja solo cambia su estado.
168293     IF EJE-PERDIDO
168294         SET EJE-DE-BAJA TO TRUE
168296         MOVE WS-FECHA-HOY TO EJE-FECHA-SALIDA
168298         REWRITE REG-EJEMPLAR
168300         MOVE "REWRITE" TO WS-DIA-OPERACION
168302         PERFORM DIARIO-EJEMPLAR THRU DIARIO-EJEMPLAR-EXIT
168304         DISPLAY "Ejemplar dado de baja."
168306         GO TO LIBROS-EJEMPLAR-BAJA-EXIT
168308     END-IF.
168310     IF EJE-DISPONIBLE
168320         SUBTRACT 1 FROM LIB-EJEMPLARES-DISPON
168330     END-IF.
168332     SET EJE-DE-BAJA TO TRUE.
168336     MOVE WS-FECHA-HOY TO EJE-FECHA-SALIDA.
168340     REWRITE REG-EJEMPLAR.
168342     MOVE "REWRITE" TO WS-DIA-OPERACION.
168344     PERFORM DIARIO-EJEMPLAR THRU DIARIO-EJEMPLAR-EXIT.
169330     END-IF.
169340     MOVE WS-FECHA-HOY TO PRE-FECHA-DEVOLUCION.
169350     SET PRE-PERDIDO TO TRUE.
169355     MOVE WS-PER-ID-DIGITADO TO PRE-FUNC-CIERRE.
169360     REWRITE REG-PRESTAMO.
169362     MOVE "REWRITE" TO WS-DIA-OPERACION.
169364     PERFORM DIARIO-PRESTAMO THRU DIARIO-PRESTAMO-EXIT.
169430             INVALID KEY CONTINUE
169440             NOT INVALID KEY
169450                 SET EJE-PERDIDO TO TRUE
169455                 MOVE WS-FECHA-HOY TO EJE-FECHA-SALIDA
169460                 REWRITE REG-EJEMPLAR
169462                 MOVE "REWRITE" TO WS-DIA-OPERACION
169464                 PERFORM DIARIO-EJEMPLAR THRU
169810     MOVE ZERO                  TO PEN-RECIBO.
169820     MOVE ZERO                  TO PEN-FECHA-PAGO.
169830     MOVE SPACES                TO PEN-SUCURSAL-PAGO.
169831     MOVE ZERO                  TO PEN-MONTO-ORIGINAL.
169832     MOVE SPACES                TO PEN-MOTIVO-AJUSTE.
169833     MOVE SPACES                TO PEN-AUTORIZO.
169834     MOVE ZERO                  TO PEN-FECHA-AJUSTE.
169835     MOVE SPACES                TO PEN-SUCURSAL-AJUSTE.
169836     MOVE ZERO                  TO PEN-MONTO-AJUSTE.
169837     MOVE SPACES                TO PEN-FUNC-COBRO.
169840     WRITE REG-PENALIZACION
169850         INVALID KEY
169860             DISPLAY "No se pudo registrar el cargo."
176440     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-USR-ID
176450         INVALID KEY SET FIN-LECTURA TO TRUE
176460     END-START.
176466     PERFORM PRESTAMOS-CONTAR-ABIERTOS-LEER THRU
176472         PRESTAMOS-CONTAR-ABIERTOS-LEER-EXIT UNTIL FIN-LECTURA.
176480 PRESTAMOS-CONTAR-ABIERTOS-EXIT.
176490     EXIT.
176500*
180999     EXIT.
181000* -----------------------------------------------------------------
181010*  PROCESO-LOTE -- corrida desatendida para el planificador. Lee
181016*  de PARAMLOTE.DAT el proceso a ejecutar (MENSUAL, AVISOS,
181020*  ACUSES de la pasarela de mensajeria, INTEGRIDAD de los
181024*  maestros o ANONIMIZA de historiales), la fecha de corte, la
181028*  autorizacion de reinicio, la de corregir lo seguro en
181032*  INTEGRIDAD y los anos a conservar en ANONIMIZA; corre sin
181040*  ningun dialogo y deja en LOTE.LOG cada paso, los conteos y la
181050*  linea "ESTADO FINAL: OK" o "ESTADO FINAL: ERROR" que el
181060*  planificador verifica al terminar.
181070* -----------------------------------------------------------------
181080 PROCESO-LOTE.
181090     OPEN OUTPUT ARCH-BITACORA-LOTE.
181400             MOVE SPACES TO WS-LOTE-MENSAJE
181410             STRING "AVISOS EMITIDOS: " DELIMITED BY SIZE
181420                 WS-AVISOS-EMITIDOS    DELIMITED BY SIZE
181423                 ", POR CORREO O SMS: " DELIMITED BY SIZE
181426                 WS-MSJ-ENVIADOS       DELIMITED BY SIZE
181430                 INTO WS-LOTE-MENSAJE
181440             END-STRING
181450             PERFORM PROCESO-LOTE-ANOTAR THRU
181460                 PROCESO-LOTE-ANOTAR-EXIT
181461         WHEN "ACUSES"
181462             PERFORM MENSAJES-PROCESAR-ACUSES THRU
181463                 MENSAJES-PROCESAR-ACUSES-EXIT
181464             MOVE SPACES TO WS-LOTE-MENSAJE
181465             STRING "ACUSES LEIDOS: "   DELIMITED BY SIZE
181466                 WS-ACU-LEIDOS          DELIMITED BY SIZE
181467                 " ENTREGADOS: "        DELIMITED BY SIZE
181468                 WS-ACU-ENTREGADOS      DELIMITED BY SIZE
181469                 " A CARTA: "           DELIMITED BY SIZE
181470                 WS-ACU-FALLIDOS        DELIMITED BY SIZE
181471                 " IGNORADOS: "         DELIMITED BY SIZE
181472                 WS-ACU-IGNORADOS       DELIMITED BY SIZE
181473                 INTO WS-LOTE-MENSAJE
181474             END-STRING
181475             PERFORM PROCESO-LOTE-ANOTAR THRU
181476                 PROCESO-LOTE-ANOTAR-EXIT
181477         WHEN "INTEGRIDAD"
181478             MOVE "N" TO WS-INT-CORREGIR
181479             IF PAR-CORREGIR = "S"
181480                 SET INT-CORREGIR TO TRUE
181481             END-IF
181482             MOVE "LOTE" TO WS-PER-ID-DIGITADO
181483             PERFORM UTILERIAS-INTEGRIDAD-EJECUTAR THRU
181484                 UTILERIAS-INTEGRIDAD-EJECUTAR-EXIT
181485             MOVE SPACES TO WS-LOTE-MENSAJE
181486             STRING "INCONSISTENCIAS: " DELIMITED BY SIZE
181487                 WS-INT-TOTAL           DELIMITED BY SIZE
181488                 " CORREGIDAS: "        DELIMITED BY SIZE
181489                 WS-INT-TOTAL-CORR      DELIMITED BY SIZE
181490                 " (INTEGRIDAD.TXT)"    DELIMITED BY SIZE
181491                 INTO WS-LOTE-MENSAJE
181492             END-STRING
181493             PERFORM PROCESO-LOTE-ANOTAR THRU
181494                 PROCESO-LOTE-ANOTAR-EXIT
181496         WHEN "ANONIMIZA"
181498             PERFORM PROCESO-LOTE-ANONIMIZA THRU
181500                 PROCESO-LOTE-ANONIMIZA-EXIT
181502         WHEN OTHER
181504             MOVE "ERROR: PROCESO DESCONOCIDO EN PARAMETROS"
181506                 TO WS-LOTE-MENSAJE
181508             PERFORM PROCESO-LOTE-ANOTAR THRU
181510                 PROCESO-LOTE-ANOTAR-EXIT
181520             SET LOTE-CON-ERROR TO TRUE
181530     END-EVALUATE.
182136             TO WS-LOTE-MENSAJE
182138     END-IF.
182140     PERFORM PROCESO-LOTE-ANOTAR THRU PROCESO-LOTE-ANOTAR-EXIT.
182141     IF WS-PASO-NUM < 5
182142         MOVE SPACES TO WS-LOTE-MENSAJE
182143         STRING "MULTAS CONDONADAS O REBAJADAS EN EL MES: "
182144                 DELIMITED BY SIZE
182145             WS-CON-RED-CUENTA DELIMITED BY SIZE
182146             INTO WS-LOTE-MENSAJE
182147         END-STRING
182148     ELSE
182149         MOVE "CONDONACIONES: PASO YA COMPLETO EN CORTE ANTERIOR"
182150             TO WS-LOTE-MENSAJE
182151     END-IF.
182152     PERFORM PROCESO-LOTE-ANOTAR THRU PROCESO-LOTE-ANOTAR-EXIT.
182153     IF WS-PASO-NUM < 6
182154         MOVE SPACES TO WS-LOTE-MENSAJE
182155         STRING "ESTADISTICA MENSUAL, SUCURSALES INFORMADAS: "
182156                 DELIMITED BY SIZE
182157             WS-EST-SUCURSALES DELIMITED BY SIZE
182158             INTO WS-LOTE-MENSAJE
182159         END-STRING
182160     ELSE
182161         MOVE "ESTADISTICA: PASO YA COMPLETO EN CORTE ANTERIOR"
182162             TO WS-LOTE-MENSAJE
182163     END-IF.
182164     PERFORM PROCESO-LOTE-ANOTAR THRU PROCESO-LOTE-ANOTAR-EXIT.
182165     MOVE "PROCESO MENSUAL COMPLETO" TO WS-LOTE-MENSAJE.
182166     PERFORM PROCESO-LOTE-ANOTAR THRU PROCESO-LOTE-ANOTAR-EXIT.
182170 PROCESO-LOTE-MENSUAL-EXIT.
182180     EXIT.
182190*
183292     DISPLAY "3. Cierre anual (depurar prestamos y multas)".
183294     DISPLAY "4. Reaplicar el diario tras una reconstruccion".
183296     DISPLAY "5. Carga masiva de adquisiciones (PROVEEDOR.DAT)".
183298     DISPLAY "6. Verificar integridad de los maestros".
183301     DISPLAY "7. Anonimizar historiales antiguos y bajas".
183304     DISPLAY "8. Suprimir datos a solicitud del titular".
183307     DISPLAY "9. Volver al menu principal".
183310     ACCEPT WS-SUB-OPCION.
183320     EVALUATE WS-SUB-OPCION
183330         WHEN 1 PERFORM UTILERIAS-RESPALDAR-TODOS THRU
183368           UTILERIAS-REAPLICAR-DIARIO-EXIT
183370         WHEN 5 PERFORM UTILERIAS-CARGA-MASIVA THRU
183372           UTILERIAS-CARGA-MASIVA-EXIT
183374         WHEN 6 PERFORM UTILERIAS-INTEGRIDAD THRU
183376           UTILERIAS-INTEGRIDAD-EXIT
183378         WHEN 7 PERFORM UTILERIAS-ANONIMIZAR THRU
183380           UTILERIAS-ANONIMIZAR-EXIT
183382         WHEN 8 PERFORM UTILERIAS-SUPRIMIR THRU
183384           UTILERIAS-SUPRIMIR-EXIT
183386         WHEN 9 MOVE "S" TO WS-SW-SALIR-SUBMENU
183388         WHEN OTHER DISPLAY "Opcion invalida"
183390     END-EVALUATE.
183400*
183410 UTILERIAS-RESPALDAR-TODOS.
183647     MOVE "FERIADOS"   TO WS-RESPALDO-ARCHIVO.
183648     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183649         UTILERIAS-RESPALDAR-UNO-EXIT.
183650     MOVE "INSTITUC"   TO WS-RESPALDO-ARCHIVO.
183651     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183652         UTILERIAS-RESPALDAR-UNO-EXIT.
183653     MOVE "INTERBIB"   TO WS-RESPALDO-ARCHIVO.
183654     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183655         UTILERIAS-RESPALDAR-UNO-EXIT.
183656     MOVE "MENSAJES"   TO WS-RESPALDO-ARCHIVO.
183657     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183658         UTILERIAS-RESPALDAR-UNO-EXIT.
183659     MOVE "PROVEEDOR"  TO WS-RESPALDO-ARCHIVO.
183660     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183661         UTILERIAS-RESPALDAR-UNO-EXIT.
183662     MOVE "PRESUPUEST" TO WS-RESPALDO-ARCHIVO.
183663     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183664         UTILERIAS-RESPALDAR-UNO-EXIT.
183665     MOVE "ORDENES"    TO WS-RESPALDO-ARCHIVO.
183666     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183667         UTILERIAS-RESPALDAR-UNO-EXIT.
183668     MOVE "ORDENLIN"   TO WS-RESPALDO-ARCHIVO.
183669     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183670         UTILERIAS-RESPALDAR-UNO-EXIT.
183671     MOVE "PERSONAL"   TO WS-RESPALDO-ARCHIVO.
183672     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183673         UTILERIAS-RESPALDAR-UNO-EXIT.
183680     MOVE "CONTROL"    TO WS-RESPALDO-ARCHIVO.
183690     PERFORM UTILERIAS-RESPALDAR-UNO THRU
183700         UTILERIAS-RESPALDAR-UNO-EXIT.
184372                 INVALID KEY SET FIN-LECTURA TO TRUE
184373             END-START
184374             PERFORM UTILERIAS-VOLCAR-FERIADO UNTIL FIN-LECTURA
184375         WHEN "INSTITUC"
184376             MOVE LOW-VALUE TO INS-CODIGO
184377             START ARCH-INSTITUCIONES KEY IS NOT LESS THAN
184378                 INS-CODIGO
184379                 INVALID KEY SET FIN-LECTURA TO TRUE
184380             END-START
184381             PERFORM UTILERIAS-VOLCAR-INSTITUCION THRU
184382                 UTILERIAS-VOLCAR-INSTITUCION-EXIT
184383                 UNTIL FIN-LECTURA
184384         WHEN "INTERBIB"
184385             MOVE 0 TO IBL-ID
184386             START ARCH-INTERBIB KEY IS NOT LESS THAN IBL-ID
184387                 INVALID KEY SET FIN-LECTURA TO TRUE
184388             END-START
184389             PERFORM UTILERIAS-VOLCAR-INTERBIB THRU
184390                 UTILERIAS-VOLCAR-INTERBIB-EXIT UNTIL FIN-LECTURA
184391         WHEN "MENSAJES"
184392             MOVE 0 TO MSJ-ID
184393             START ARCH-MENSAJES KEY IS NOT LESS THAN MSJ-ID
184394                 INVALID KEY SET FIN-LECTURA TO TRUE
184395             END-START
184396             PERFORM UTILERIAS-VOLCAR-MENSAJE THRU
184397                 UTILERIAS-VOLCAR-MENSAJE-EXIT UNTIL FIN-LECTURA
184398         WHEN "PROVEEDOR"
184399             MOVE LOW-VALUE TO PVD-CODIGO
184400             START ARCH-PROVEEDORES KEY IS NOT LESS THAN
184401                 PVD-CODIGO
184402                 INVALID KEY SET FIN-LECTURA TO TRUE
184403             END-START
184404             PERFORM UTILERIAS-VOLCAR-PROVEEDOR THRU
184405                 UTILERIAS-VOLCAR-PROVEEDOR-EXIT
184406                 UNTIL FIN-LECTURA
184407         WHEN "PRESUPUEST"
184408             MOVE LOW-VALUE TO PPT-LLAVE
184409             START ARCH-PRESUPUESTO KEY IS NOT LESS THAN
184410                 PPT-LLAVE
184411                 INVALID KEY SET FIN-LECTURA TO TRUE
184412             END-START
184413             PERFORM UTILERIAS-VOLCAR-PRESUPUESTO THRU
184414                 UTILERIAS-VOLCAR-PRESUPUESTO-EXIT
184415                 UNTIL FIN-LECTURA
184416         WHEN "ORDENES"
184417             MOVE 0 TO ORD-ID
184418             START ARCH-ORDENES KEY IS NOT LESS THAN ORD-ID
184419                 INVALID KEY SET FIN-LECTURA TO TRUE
184420             END-START
184421             PERFORM UTILERIAS-VOLCAR-ORDEN THRU
184422                 UTILERIAS-VOLCAR-ORDEN-EXIT UNTIL FIN-LECTURA
184423         WHEN "ORDENLIN"
184424             MOVE LOW-VALUE TO OLN-LLAVE
184425             START ARCH-ORDEN-LINEAS KEY IS NOT LESS THAN
184426                 OLN-LLAVE
184427                 INVALID KEY SET FIN-LECTURA TO TRUE
184428             END-START
184429             PERFORM UTILERIAS-VOLCAR-ORDEN-LINEA THRU
184430                 UTILERIAS-VOLCAR-ORDEN-LINEA-EXIT
184431                 UNTIL FIN-LECTURA
184432         WHEN "POLITICAS"
184433             MOVE LOW-VALUE TO POL-CATEGORIA
184434             START ARCH-POLITICAS KEY IS NOT LESS THAN
184435                 POL-CATEGORIA
184436                 INVALID KEY SET FIN-LECTURA TO TRUE
184437             END-START
184438             PERFORM UTILERIAS-VOLCAR-POLITICA UNTIL FIN-LECTURA
184440         WHEN "PERSONAL"
184450             MOVE LOW-VALUE TO PER-ID
184460             START ARCH-PERSONAL KEY IS NOT LESS THAN PER-ID
184854             WS-RESPALDO-NOMBRE
184856         WHEN "FERIADOS"   MOVE "FERIADOS.RSP" TO
184858             WS-RESPALDO-NOMBRE
184860         WHEN "INSTITUC"   MOVE "INSTITUC.RSP" TO
184862             WS-RESPALDO-NOMBRE
184864         WHEN "INTERBIB"   MOVE "INTERBIB.RSP" TO
184866             WS-RESPALDO-NOMBRE
184867         WHEN "MENSAJES"   MOVE "MENSAJES.RSP" TO
184868             WS-RESPALDO-NOMBRE
184869         WHEN "PROVEEDOR"  MOVE "PROVEED.RSP" TO
184870             WS-RESPALDO-NOMBRE
184871         WHEN "PRESUPUEST" MOVE "PRESUPUE.RSP" TO
184872             WS-RESPALDO-NOMBRE
184873         WHEN "ORDENES"    MOVE "ORDENES.RSP" TO
184874             WS-RESPALDO-NOMBRE
184875         WHEN "ORDENLIN"   MOVE "ORDENLIN.RSP" TO
184876             WS-RESPALDO-NOMBRE
184877         WHEN "POLITICAS"  MOVE "POLITICA.RSP" TO
184878             WS-RESPALDO-NOMBRE
184880         WHEN "PERSONAL"   MOVE "PERSONAL.RSP" TO
184890             WS-RESPALDO-NOMBRE
184900         WHEN "CONTROL"    MOVE "CONTROL.RSP" TO
185935 UTILERIAS-VOLCAR-FERIADO-EXIT.
185936     EXIT.
185937*
185938 UTILERIAS-VOLCAR-INSTITUCION.
185939     READ ARCH-INSTITUCIONES NEXT RECORD
185940         AT END
185941             SET FIN-LECTURA TO TRUE
185942             GO TO UTILERIAS-VOLCAR-INSTITUCION-EXIT
185943     END-READ.
185944     MOVE REG-INSTITUCION TO REG-RESPALDO.
185945     WRITE REG-RESPALDO.
185946     ADD 1 TO WS-RESPALDO-CUENTA.
185947 UTILERIAS-VOLCAR-INSTITUCION-EXIT.
185948     EXIT.
185949*
185950 UTILERIAS-VOLCAR-INTERBIB.
185951     READ ARCH-INTERBIB NEXT RECORD
185952         AT END
185953             SET FIN-LECTURA TO TRUE
185954             GO TO UTILERIAS-VOLCAR-INTERBIB-EXIT
185955     END-READ.
185956     MOVE REG-INTERBIB TO REG-RESPALDO.
185957     WRITE REG-RESPALDO.
185958     ADD 1 TO WS-RESPALDO-CUENTA.
185959 UTILERIAS-VOLCAR-INTERBIB-EXIT.
185960     EXIT.
185961*
185962 UTILERIAS-VOLCAR-MENSAJE.
185963     READ ARCH-MENSAJES NEXT RECORD
185964         AT END
185965             SET FIN-LECTURA TO TRUE
185966             GO TO UTILERIAS-VOLCAR-MENSAJE-EXIT
185967     END-READ.
185968     MOVE REG-MENSAJE TO REG-RESPALDO.
185969     WRITE REG-RESPALDO.
185970     ADD 1 TO WS-RESPALDO-CUENTA.
185971 UTILERIAS-VOLCAR-MENSAJE-EXIT.
185972     EXIT.
185973*
185974 UTILERIAS-VOLCAR-PROVEEDOR.
185975     READ ARCH-PROVEEDORES NEXT RECORD
185976         AT END
185977             SET FIN-LECTURA TO TRUE
185978             GO TO UTILERIAS-VOLCAR-PROVEEDOR-EXIT
185979     END-READ.
185980     MOVE REG-PROVEEDOR-MAE TO REG-RESPALDO.
185981     WRITE REG-RESPALDO.
185982     ADD 1 TO WS-RESPALDO-CUENTA.
185983 UTILERIAS-VOLCAR-PROVEEDOR-EXIT.
185984     EXIT.
185985*
185986 UTILERIAS-VOLCAR-PRESUPUESTO.
185987     READ ARCH-PRESUPUESTO NEXT RECORD
185988         AT END
185989             SET FIN-LECTURA TO TRUE
185990             GO TO UTILERIAS-VOLCAR-PRESUPUESTO-EXIT
185991     END-READ.
185992     MOVE REG-PRESUPUESTO TO REG-RESPALDO.
185993     WRITE REG-RESPALDO.
185994     ADD 1 TO WS-RESPALDO-CUENTA.
185995 UTILERIAS-VOLCAR-PRESUPUESTO-EXIT.
185996     EXIT.
185997*
185998 UTILERIAS-VOLCAR-ORDEN.
185999     READ ARCH-ORDENES NEXT RECORD
186000         AT END
186001             SET FIN-LECTURA TO TRUE
186002             GO TO UTILERIAS-VOLCAR-ORDEN-EXIT
186003     END-READ.
186004     MOVE REG-ORDEN TO REG-RESPALDO.
186005     WRITE REG-RESPALDO.
186006     ADD 1 TO WS-RESPALDO-CUENTA.
186007 UTILERIAS-VOLCAR-ORDEN-EXIT.
186008     EXIT.
186009*
186010 UTILERIAS-VOLCAR-ORDEN-LINEA.
186011     READ ARCH-ORDEN-LINEAS NEXT RECORD
186012         AT END
186013             SET FIN-LECTURA TO TRUE
186014             GO TO UTILERIAS-VOLCAR-ORDEN-LINEA-EXIT
186015     END-READ.
186016     MOVE REG-ORDEN-LINEA TO REG-RESPALDO.
186017     WRITE REG-RESPALDO.
186018     ADD 1 TO WS-RESPALDO-CUENTA.
186019 UTILERIAS-VOLCAR-ORDEN-LINEA-EXIT.
186020     EXIT.
186021*
186022 UTILERIAS-VOLCAR-CONTROL.
186023     READ ARCH-CONTROL NEXT RECORD
186024         AT END
186025             SET FIN-LECTURA TO TRUE
186026             GO TO UTILERIAS-VOLCAR-CONTROL-EXIT
186027     END-READ.
186028     MOVE REG-CONTROL TO REG-RESPALDO.
186029     WRITE REG-RESPALDO.
186030     ADD 1 TO WS-RESPALDO-CUENTA.
186031 UTILERIAS-VOLCAR-CONTROL-EXIT.
186032     EXIT.
186040*
186050*  UTILERIAS-RECONSTRUIR -- recarga un maestro indexado desde su
186060*  archivo .RSP (el indexado se recrea vacio y se puebla linea a
186090     DISPLAY "Maestro a reconstruir (USUARIOS, LIBROS,".
186100     DISPLAY "EJEMPLARES, PRESTAMOS, PENALIZA, RESERVAS,".
186110     DISPLAY "TRASLADOS, POLITICAS, PERSONAL, CONTROL,".
186113     DISPLAY "SUCURSALES, FERIADOS, INSTITUC, INTERBIB,".
186115     DISPLAY "MENSAJES, PROVEEDOR, PRESUPUEST, ORDENES,".
186117     DISPLAY "ORDENLIN): ".
186120     ACCEPT WS-RESPALDO-ARCHIVO.
186130     PERFORM UTILERIAS-NOMBRE-RESPALDO THRU
186140         UTILERIAS-NOMBRE-RESPALDO-EXIT.
187141                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187142                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187143             END-WRITE
187144         WHEN "INSTITUC"
187145             MOVE REG-RESPALDO TO REG-INSTITUCION
187146             WRITE REG-INSTITUCION
187147                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187148                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187149             END-WRITE
187150         WHEN "INTERBIB"
187151             MOVE REG-RESPALDO TO REG-INTERBIB
187152             WRITE REG-INTERBIB
187153                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187154                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187155             END-WRITE
187156         WHEN "MENSAJES"
187157             MOVE REG-RESPALDO TO REG-MENSAJE
187158             WRITE REG-MENSAJE
187159                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187160                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187161             END-WRITE
187162         WHEN "PROVEEDOR"
187163             MOVE REG-RESPALDO TO REG-PROVEEDOR-MAE
187164             WRITE REG-PROVEEDOR-MAE
187165                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187166                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187167             END-WRITE
187168         WHEN "PRESUPUEST"
187169             MOVE REG-RESPALDO TO REG-PRESUPUESTO
187170             WRITE REG-PRESUPUESTO
187171                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187172                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187173             END-WRITE
187174         WHEN "ORDENES"
187175             MOVE REG-RESPALDO TO REG-ORDEN
187176             WRITE REG-ORDEN
187177                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187178                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187179             END-WRITE
187180         WHEN "ORDENLIN"
187181             MOVE REG-RESPALDO TO REG-ORDEN-LINEA
187182             WRITE REG-ORDEN-LINEA
187183                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187184                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187185             END-WRITE
187186         WHEN "POLITICAS"
187187             MOVE REG-RESPALDO TO REG-POLITICA
187188             WRITE REG-POLITICA
187189                 INVALID KEY ADD 1 TO WS-RESPALDO-ERRORES
187190                 NOT INVALID KEY ADD 1 TO WS-RESPALDO-CUENTA
187191             END-WRITE
187200         WHEN "PERSONAL"
187210             MOVE REG-RESPALDO TO REG-PERSONAL
187220             WRITE REG-PERSONAL
187584         WHEN "FERIADOS"
187585             CLOSE ARCH-FERIADOS
187586             OPEN OUTPUT ARCH-FERIADOS
187587         WHEN "INSTITUC"
187588             CLOSE ARCH-INSTITUCIONES
187589             OPEN OUTPUT ARCH-INSTITUCIONES
187590         WHEN "INTERBIB"
187591             CLOSE ARCH-INTERBIB
187592             OPEN OUTPUT ARCH-INTERBIB
187593         WHEN "MENSAJES"
187594             CLOSE ARCH-MENSAJES
187595             OPEN OUTPUT ARCH-MENSAJES
187596         WHEN "PROVEEDOR"
187597             CLOSE ARCH-PROVEEDORES
187598             OPEN OUTPUT ARCH-PROVEEDORES
187599         WHEN "PRESUPUEST"
187600             CLOSE ARCH-PRESUPUESTO
187601             OPEN OUTPUT ARCH-PRESUPUESTO
187602         WHEN "ORDENES"
187603             CLOSE ARCH-ORDENES
187604             OPEN OUTPUT ARCH-ORDENES
187605         WHEN "ORDENLIN"
187606             CLOSE ARCH-ORDEN-LINEAS
187607             OPEN OUTPUT ARCH-ORDEN-LINEAS
187608         WHEN "POLITICAS"
187609             CLOSE ARCH-POLITICAS
187610             OPEN OUTPUT ARCH-POLITICAS
187620         WHEN "PERSONAL"
187630             CLOSE ARCH-PERSONAL
187914         WHEN "FERIADOS"
187915             CLOSE ARCH-FERIADOS
187916             OPEN I-O ARCH-FERIADOS
187917         WHEN "INSTITUC"
187918             CLOSE ARCH-INSTITUCIONES
187919             OPEN I-O ARCH-INSTITUCIONES
187920         WHEN "INTERBIB"
187921             CLOSE ARCH-INTERBIB
187922             OPEN I-O ARCH-INTERBIB
187923         WHEN "MENSAJES"
187924             CLOSE ARCH-MENSAJES
187925             OPEN I-O ARCH-MENSAJES
187926         WHEN "PROVEEDOR"
187927             CLOSE ARCH-PROVEEDORES
187928             OPEN I-O ARCH-PROVEEDORES
187929         WHEN "PRESUPUEST"
187930             CLOSE ARCH-PRESUPUESTO
187931             OPEN I-O ARCH-PRESUPUESTO
187932         WHEN "ORDENES"
187933             CLOSE ARCH-ORDENES
187934             OPEN I-O ARCH-ORDENES
187935         WHEN "ORDENLIN"
187936             CLOSE ARCH-ORDEN-LINEAS
187937             OPEN I-O ARCH-ORDEN-LINEAS
187938         WHEN "POLITICAS"
187939             CLOSE ARCH-POLITICAS
187940             OPEN I-O ARCH-POLITICAS
187950         WHEN "PERSONAL"
187960             CLOSE ARCH-PERSONAL
192145         AND PEN-FECHA-PAGO NUMERIC
192150         AND PEN-FECHA-PAGO > ZERO
192155         AND PEN-FECHA-PAGO < WS-DEP-FECHA-CORTE
192161         PERFORM UTILERIAS-DEPURAR-MULTA-MOVER THRU
192167             UTILERIAS-DEPURAR-MULTA-MOVER-EXIT
192180     END-IF.
192181*  Las condonadas ya no tienen nada que cobrar; se depuran por la
192182*  fecha en que se condonaron.
192183     IF PEN-CONDONADA
192184         AND PEN-FECHA-AJUSTE NUMERIC
192185         AND PEN-FECHA-AJUSTE > ZERO
192186         AND PEN-FECHA-AJUSTE < WS-DEP-FECHA-CORTE
192187         PERFORM UTILERIAS-DEPURAR-MULTA-MOVER THRU
192188             UTILERIAS-DEPURAR-MULTA-MOVER-EXIT
192189     END-IF.
192190 UTILERIAS-DEPURAR-MULTA-EXIT.
192191     EXIT.
192192*
192193 UTILERIAS-DEPURAR-MULTA-MOVER.
192194     MOVE REG-PENALIZACION TO REG-HIST-PENALIZACION.
192195     WRITE REG-HIST-PENALIZACION.
192196     DELETE ARCH-PENALIZACIONES RECORD.
192197     MOVE "DELETE" TO WS-DIA-OPERACION.
192198     PERFORM DIARIO-PENALIZACION THRU
192199         DIARIO-PENALIZACION-EXIT.
192200     ADD 1 TO WS-DEP-PEN-MOVIDAS.
192201 UTILERIAS-DEPURAR-MULTA-MOVER-EXIT.
192202     EXIT.
192203*
192204 UTILERIAS-CIERRE-RESUMEN.
192205     OPEN OUTPUT ARCH-DEPURACION.
192210     MOVE SPACES TO REG-DEPURACION.
192215     STRING "DEPURACION DEL "   DELIMITED BY SIZE
192800     END-READ.
192805     IF HPE-USR-ID = WS-USR-ID-BUSQUEDA
192810         ADD 1 TO WS-HIST-CONTADOR
192812         IF HPE-ESTADO = "C"
192814             DISPLAY "Multa " HPE-ID " prestamo " HPE-PRE-ID
192816                 " monto " HPE-MONTO-ORIGINAL
192818                 " condonada el " HPE-FECHA-AJUSTE
192820                 " motivo " HPE-MOTIVO-AJUSTE
192822         ELSE
192824             DISPLAY "Multa " HPE-ID " prestamo " HPE-PRE-ID
192826                 " monto " HPE-MONTO
192828                 " pagada el " HPE-FECHA-PAGO
192830                 " recibo " HPE-RECIBO
192832         END-IF
192835     END-IF.
192840 PRESTAMOS-HISTORICO-LEER-MUL-EXIT.
192845     EXIT.
193785 DIARIO-FERIADO-EXIT.
193790     EXIT.
193795*
193796 DIARIO-INSTITUCION.
193797     MOVE "INSTITUC"   TO WS-DIA-ARCHIVO.
193798     MOVE SPACES       TO WS-DIA-IMAGEN.
193799     MOVE REG-INSTITUCION TO WS-DIA-IMAGEN.
193800     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193801 DIARIO-INSTITUCION-EXIT.
193802     EXIT.
193803*
193804 DIARIO-INTERBIB.
193805     MOVE "INTERBIB"   TO WS-DIA-ARCHIVO.
193806     MOVE SPACES       TO WS-DIA-IMAGEN.
193807     MOVE REG-INTERBIB TO WS-DIA-IMAGEN.
193808     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193809 DIARIO-INTERBIB-EXIT.
193810     EXIT.
193811*
193812 DIARIO-MENSAJE.
193813     MOVE "MENSAJES"   TO WS-DIA-ARCHIVO.
193814     MOVE SPACES       TO WS-DIA-IMAGEN.
193815     MOVE REG-MENSAJE  TO WS-DIA-IMAGEN.
193816     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193817 DIARIO-MENSAJE-EXIT.
193818     EXIT.
193819*
193820 DIARIO-PROVEEDOR.
193821     MOVE "PROVEEDOR"  TO WS-DIA-ARCHIVO.
193822     MOVE SPACES       TO WS-DIA-IMAGEN.
193823     MOVE REG-PROVEEDOR-MAE TO WS-DIA-IMAGEN.
193824     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193825 DIARIO-PROVEEDOR-EXIT.
193826     EXIT.
193827*
193828 DIARIO-PRESUPUESTO.
193829     MOVE "PRESUPUEST" TO WS-DIA-ARCHIVO.
193830     MOVE SPACES       TO WS-DIA-IMAGEN.
193831     MOVE REG-PRESUPUESTO TO WS-DIA-IMAGEN.
193832     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193833 DIARIO-PRESUPUESTO-EXIT.
193834     EXIT.
193835*
193836 DIARIO-ORDEN.
193837     MOVE "ORDENES"    TO WS-DIA-ARCHIVO.
193838     MOVE SPACES       TO WS-DIA-IMAGEN.
193839     MOVE REG-ORDEN    TO WS-DIA-IMAGEN.
193840     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193841 DIARIO-ORDEN-EXIT.
193842     EXIT.
193843*
193844 DIARIO-ORDEN-LINEA.
193845     MOVE "ORDENLIN"   TO WS-DIA-ARCHIVO.
193846     MOVE SPACES       TO WS-DIA-IMAGEN.
193847     MOVE REG-ORDEN-LINEA TO WS-DIA-IMAGEN.
193848     PERFORM DIARIO-ASENTAR THRU DIARIO-ASENTAR-EXIT.
193849 DIARIO-ORDEN-LINEA-EXIT.
193850     EXIT.
193851*
193852* -----------------------------------------------------------------
193853*  UTILERIAS-REAPLICAR-DIARIO -- despues de reconstruir un maestro
193854*  desde su .RSP (que refleja el ultimo respaldo), reaplica en
193855*  orden todos los asientos de DIARIO.DAT y reporta cuantos
193856*  aplico, recuperando los movimientos posteriores al respaldo.
193857*  Un alta ya presente se reaplica como actualizacion (y al reves)
193858*  para que los maestros no reconstruidos no dupliquen ni pierdan.
193859* -----------------------------------------------------------------
193860 UTILERIAS-REAPLICAR-DIARIO.
193861     DISPLAY "Se reaplicaran sobre los maestros, en orden, todos".
193862     DISPLAY "los movimientos de DIARIO.DAT. Hagalo despues de".
193863     DISPLAY "reconstruir desde los .RSP del mismo respaldo.".
193864     DISPLAY "Confirma (S/N): ".
193865     ACCEPT WS-RESPUESTA.
193870     IF WS-RESPUESTA NOT = "S"
193875         DISPLAY "Reaplicacion cancelada."
194175         WHEN "FERIADOS"
194180             PERFORM UTILERIAS-REAPLICAR-FERIADO THRU
194185                 UTILERIAS-REAPLICAR-FERIADO-EXIT
194186         WHEN "INSTITUC"
194187             PERFORM UTILERIAS-REAPLICAR-INSTITUCION THRU
194188                 UTILERIAS-REAPLICAR-INSTITUCION-EXIT
194189         WHEN "INTERBIB"
194190             PERFORM UTILERIAS-REAPLICAR-INTERBIB THRU
194191                 UTILERIAS-REAPLICAR-INTERBIB-EXIT
194192         WHEN "MENSAJES"
194193             PERFORM UTILERIAS-REAPLICAR-MENSAJE THRU
194194                 UTILERIAS-REAPLICAR-MENSAJE-EXIT
194195         WHEN "PROVEEDOR"
194196             PERFORM UTILERIAS-REAPLICAR-PROVEEDOR THRU
194197                 UTILERIAS-REAPLICAR-PROVEEDOR-EXIT
194198         WHEN "PRESUPUEST"
194199             PERFORM UTILERIAS-REAPLICAR-PRESUPUESTO THRU
194200                 UTILERIAS-REAPLICAR-PRESUPUESTO-EXIT
194201         WHEN "ORDENES"
194202             PERFORM UTILERIAS-REAPLICAR-ORDEN THRU
194203                 UTILERIAS-REAPLICAR-ORDEN-EXIT
194204         WHEN "ORDENLIN"
194205             PERFORM UTILERIAS-REAPLICAR-ORDEN-LINEA THRU
194206                 UTILERIAS-REAPLICAR-ORDEN-LINEA-EXIT
194207         WHEN OTHER
194208             ADD 1 TO WS-DIA-RECHAZADOS
194209     END-EVALUATE.
194210 UTILERIAS-REAPLICAR-LEER-EXIT.
194211     EXIT.
194215*
194220*  Los reaplicadores por maestro comparten la misma mecanica: la
194225*  imagen del asiento pasa al area del registro; WRITE y REWRITE
195965 UTILERIAS-REAPLICAR-FERIADO-EXIT.
195970     EXIT.
195975*
195976 UTILERIAS-REAPLICAR-INSTITUCION.
195977     MOVE DIA-IMAGEN TO REG-INSTITUCION.
195978     EVALUATE DIA-OPERACION
195979         WHEN "WRITE"
195980         WHEN "REWRITE"
195981             REWRITE REG-INSTITUCION
195982                 INVALID KEY
195983                     WRITE REG-INSTITUCION
195984                         INVALID KEY
195985                             ADD 1 TO WS-DIA-RECHAZADOS
195986                         NOT INVALID KEY
195987                             ADD 1 TO WS-DIA-APLICADOS
195988                     END-WRITE
195989                 NOT INVALID KEY
195990                     ADD 1 TO WS-DIA-APLICADOS
195991             END-REWRITE
195992         WHEN "DELETE"
195993             DELETE ARCH-INSTITUCIONES RECORD
195994                 INVALID KEY
195995                     ADD 1 TO WS-DIA-RECHAZADOS
195996                 NOT INVALID KEY
195997                     ADD 1 TO WS-DIA-APLICADOS
195998             END-DELETE
195999         WHEN OTHER
196000             ADD 1 TO WS-DIA-RECHAZADOS
196001     END-EVALUATE.
196002 UTILERIAS-REAPLICAR-INSTITUCION-EXIT.
196003     EXIT.
196004*
196005 UTILERIAS-REAPLICAR-INTERBIB.
196006     MOVE DIA-IMAGEN TO REG-INTERBIB.
196007     EVALUATE DIA-OPERACION
196008         WHEN "WRITE"
196009         WHEN "REWRITE"
196010             REWRITE REG-INTERBIB
196011                 INVALID KEY
196012                     WRITE REG-INTERBIB
196013                         INVALID KEY
196014                             ADD 1 TO WS-DIA-RECHAZADOS
196015                         NOT INVALID KEY
196016                             ADD 1 TO WS-DIA-APLICADOS
196017                     END-WRITE
196018                 NOT INVALID KEY
196019                     ADD 1 TO WS-DIA-APLICADOS
196020             END-REWRITE
196021         WHEN "DELETE"
196022             DELETE ARCH-INTERBIB RECORD
196023                 INVALID KEY
196024                     ADD 1 TO WS-DIA-RECHAZADOS
196025                 NOT INVALID KEY
196026                     ADD 1 TO WS-DIA-APLICADOS
196027             END-DELETE
196028         WHEN OTHER
196029             ADD 1 TO WS-DIA-RECHAZADOS
196030     END-EVALUATE.
196031 UTILERIAS-REAPLICAR-INTERBIB-EXIT.
196032     EXIT.
196033*
196034 UTILERIAS-REAPLICAR-MENSAJE.
196035     MOVE DIA-IMAGEN TO REG-MENSAJE.
196036     EVALUATE DIA-OPERACION
196037         WHEN "WRITE"
196038         WHEN "REWRITE"
196039             REWRITE REG-MENSAJE
196040                 INVALID KEY
196041                     WRITE REG-MENSAJE
196042                         INVALID KEY
196043                             ADD 1 TO WS-DIA-RECHAZADOS
196044                         NOT INVALID KEY
196045                             ADD 1 TO WS-DIA-APLICADOS
196046                     END-WRITE
196047                 NOT INVALID KEY
196048                     ADD 1 TO WS-DIA-APLICADOS
196049             END-REWRITE
196050         WHEN "DELETE"
196051             DELETE ARCH-MENSAJES RECORD
196052                 INVALID KEY
196053                     ADD 1 TO WS-DIA-RECHAZADOS
196054                 NOT INVALID KEY
196055                     ADD 1 TO WS-DIA-APLICADOS
196056             END-DELETE
196057         WHEN OTHER
196058             ADD 1 TO WS-DIA-RECHAZADOS
196059     END-EVALUATE.
196060 UTILERIAS-REAPLICAR-MENSAJE-EXIT.
196061     EXIT.
196062*
196063 UTILERIAS-REAPLICAR-PROVEEDOR.
196064     MOVE DIA-IMAGEN TO REG-PROVEEDOR-MAE.
196065     EVALUATE DIA-OPERACION
196066         WHEN "WRITE"
196067         WHEN "REWRITE"
196068             REWRITE REG-PROVEEDOR-MAE
196069                 INVALID KEY
196070                     WRITE REG-PROVEEDOR-MAE
196071                         INVALID KEY
196072                             ADD 1 TO WS-DIA-RECHAZADOS
196073                         NOT INVALID KEY
196074                             ADD 1 TO WS-DIA-APLICADOS
196075                     END-WRITE
196076                 NOT INVALID KEY
196077                     ADD 1 TO WS-DIA-APLICADOS
196078             END-REWRITE
196079         WHEN "DELETE"
196080             DELETE ARCH-PROVEEDORES RECORD
196081                 INVALID KEY
196082                     ADD 1 TO WS-DIA-RECHAZADOS
196083                 NOT INVALID KEY
196084                     ADD 1 TO WS-DIA-APLICADOS
196085             END-DELETE
196086         WHEN OTHER
196087             ADD 1 TO WS-DIA-RECHAZADOS
196088     END-EVALUATE.
196089 UTILERIAS-REAPLICAR-PROVEEDOR-EXIT.
196090     EXIT.
196091*
196092 UTILERIAS-REAPLICAR-PRESUPUESTO.
196093     MOVE DIA-IMAGEN TO REG-PRESUPUESTO.
196094     EVALUATE DIA-OPERACION
196095         WHEN "WRITE"
196096         WHEN "REWRITE"
196097             REWRITE REG-PRESUPUESTO
196098                 INVALID KEY
196099                     WRITE REG-PRESUPUESTO
196100                         INVALID KEY
196101                             ADD 1 TO WS-DIA-RECHAZADOS
196102                         NOT INVALID KEY
196103                             ADD 1 TO WS-DIA-APLICADOS
196104                     END-WRITE
196105                 NOT INVALID KEY
196106                     ADD 1 TO WS-DIA-APLICADOS
196107             END-REWRITE
196108         WHEN "DELETE"
196109             DELETE ARCH-PRESUPUESTO RECORD
196110                 INVALID KEY
196111                     ADD 1 TO WS-DIA-RECHAZADOS
196112                 NOT INVALID KEY
196113                     ADD 1 TO WS-DIA-APLICADOS
196114             END-DELETE
196115         WHEN OTHER
196116             ADD 1 TO WS-DIA-RECHAZADOS
196117     END-EVALUATE.
196118 UTILERIAS-REAPLICAR-PRESUPUESTO-EXIT.
196119     EXIT.
196120*
196121 UTILERIAS-REAPLICAR-ORDEN.
196122     MOVE DIA-IMAGEN TO REG-ORDEN.
196123     EVALUATE DIA-OPERACION
196124         WHEN "WRITE"
196125         WHEN "REWRITE"
196126             REWRITE REG-ORDEN
196127                 INVALID KEY
196128                     WRITE REG-ORDEN
196129                         INVALID KEY
196130                             ADD 1 TO WS-DIA-RECHAZADOS
196131                         NOT INVALID KEY
196132                             ADD 1 TO WS-DIA-APLICADOS
196133                     END-WRITE
196134                 NOT INVALID KEY
196135                     ADD 1 TO WS-DIA-APLICADOS
196136             END-REWRITE
196137         WHEN "DELETE"
196138             DELETE ARCH-ORDENES RECORD
196139                 INVALID KEY
196140                     ADD 1 TO WS-DIA-RECHAZADOS
196141                 NOT INVALID KEY
196142                     ADD 1 TO WS-DIA-APLICADOS
196143             END-DELETE
196144         WHEN OTHER
196145             ADD 1 TO WS-DIA-RECHAZADOS
196146     END-EVALUATE.
196147 UTILERIAS-REAPLICAR-ORDEN-EXIT.
196148     EXIT.
196149*
196150 UTILERIAS-REAPLICAR-ORDEN-LINEA.
196151     MOVE DIA-IMAGEN TO REG-ORDEN-LINEA.
196152     EVALUATE DIA-OPERACION
196153         WHEN "WRITE"
196154         WHEN "REWRITE"
196155             REWRITE REG-ORDEN-LINEA
196156                 INVALID KEY
196157                     WRITE REG-ORDEN-LINEA
196158                         INVALID KEY
196159                             ADD 1 TO WS-DIA-RECHAZADOS
196160                         NOT INVALID KEY
196161                             ADD 1 TO WS-DIA-APLICADOS
196162                     END-WRITE
196163                 NOT INVALID KEY
196164                     ADD 1 TO WS-DIA-APLICADOS
196165             END-REWRITE
196166         WHEN "DELETE"
196167             DELETE ARCH-ORDEN-LINEAS RECORD
196168                 INVALID KEY
196169                     ADD 1 TO WS-DIA-RECHAZADOS
196170                 NOT INVALID KEY
196171                     ADD 1 TO WS-DIA-APLICADOS
196172             END-DELETE
196173         WHEN OTHER
196174             ADD 1 TO WS-DIA-RECHAZADOS
196175     END-EVALUATE.
196176 UTILERIAS-REAPLICAR-ORDEN-LINEA-EXIT.
196177     EXIT.
196178*
196179* -----------------------------------------------------------------
196180*  INVENTARIO -- toma de inventario fisico por lectura de codigos
196181*  de barras. Se capturan o cargan los codigos escaneados en la
196182*  estanteria de una sucursal y se comparan contra EJEMPLARES,
196183*  cruzando con prestamos abiertos y traslados en transito, para
196184*  emitir en INVENTARIO.TXT tres listas: ejemplares no hallados
196185*  (candidatos a perdido), leidos que figuran prestados o de otra
196186*  sucursal, y codigos que no existen en el maestro. Al cerrar el
196187*  conteo puede aplicarse en bloque el cambio a perdido.
196188* -----------------------------------------------------------------
196189 INVENTARIO.
196190     PERFORM VERIFICAR-ACCESO-PERSONAL THRU
196191       VERIFICAR-ACCESO-PERSONAL-EXIT.
196192     IF PERSONAL-NO-AUTENTICADO
196193         DISPLAY "Acceso denegado."
196194         GO TO INVENTARIO-EXIT
196195     END-IF.
196196     DISPLAY "Sucursal a inventariar: ".
196197     ACCEPT WS-INV-SUCURSAL.
196198     MOVE WS-INV-SUCURSAL TO WS-SUC-CODIGO-BUSQUEDA.
196199     PERFORM SUCURSALES-VALIDAR THRU SUCURSALES-VALIDAR-EXIT.
196200     IF NOT SUCURSAL-VALIDA
196201         DISPLAY "Sucursal no registrada o cerrada."
196202         GO TO INVENTARIO-EXIT
196203     END-IF.
196204     INITIALIZE TABLA-INVENTARIO.
196205     MOVE 0 TO WS-INV-TOTAL.
196206     MOVE "N" TO WS-SW-INV-LLENA.
196207     MOVE ZERO TO WS-INV-FALTANTES.
196208     MOVE ZERO TO WS-INV-AJENOS.
196209     MOVE ZERO TO WS-INV-DESCONOCIDOS.
196210     MOVE ZERO TO WS-INV-APLICADOS.
196211     DISPLAY "Codigos escaneados: 1=digitar 2=cargar CONTEO.DAT".
196212     ACCEPT WS-INV-OPCION.
196213     EVALUATE WS-INV-OPCION
196214         WHEN 1
196215             MOVE "N" TO WS-SW-FIN-LECTURA
196216             PERFORM INVENTARIO-DIGITAR UNTIL FIN-LECTURA
196217         WHEN 2
196218             PERFORM INVENTARIO-CARGAR-ARCHIVO THRU
196219                 INVENTARIO-CARGAR-ARCHIVO-EXIT
196220         WHEN OTHER
196221             DISPLAY "Opcion invalida"
196222             GO TO INVENTARIO-EXIT
196223     END-EVALUATE.
196225     IF WS-INV-TOTAL = ZERO
196230         DISPLAY "No se capturaron codigos; conteo cancelado."
196235         GO TO INVENTARIO-EXIT
196910             GO TO INVENTARIO-CRUZAR-UNO-EXIT
196915     END-READ.
196920     MOVE "S" TO INV-MARCA(INV-IDX).
196925     IF EJE-EN-PRESTAMO OR EJE-EN-TRANSITO OR EJE-EN-INTERBIB
196930         OR EJE-SUCURSAL NOT = WS-INV-SUCURSAL
196935         ADD 1 TO WS-INV-AJENOS
196940         MOVE SPACES TO WS-LINEA-INVENTARIO
197320*
197325 INVENTARIO-MARCAR-PERDIDO.
197330     SET EJE-PERDIDO TO TRUE.
197332     MOVE WS-FECHA-HOY TO EJE-FECHA-SALIDA.
197335     REWRITE REG-EJEMPLAR.
197340     MOVE "REWRITE" TO WS-DIA-OPERACION.
197345     PERFORM DIARIO-EJEMPLAR THRU DIARIO-EJEMPLAR-EXIT.
197530*  costo de reposicion del catalogo. CARGA.TXT recoge aceptadas y
197535*  rechazadas con su motivo, y cada titulo queda en la bitacora
197540*  de auditoria.
197541*  Cada linea se casa antes contra las ordenes de compra emitidas
197542*  al proveedor para la misma sucursal (la indicada en la linea,
197543*  o la mas antigua con saldo del ISBN): se recibe hasta lo
197544*  pendiente, pasando a ejecutado en el presupuesto; lo que no
197545*  fue pedido, o excede lo pedido, se rechaza o queda en espera
197546*  en PROVESPERA.DAT segun se indique al iniciar la carga.
197547* -----------------------------------------------------------------
197550 UTILERIAS-CARGA-MASIVA.
197555     DISPLAY "Se leera PROVEEDOR.DAT (ISBN, titulo, autor,".
197560     DISPLAY "cantidad, costo, sucursal destino).".
197580         DISPLAY "Carga cancelada."
197585         GO TO UTILERIAS-CARGA-MASIVA-EXIT
197590     END-IF.
197591     DISPLAY "Codigo del proveedor que envia el archivo: ".
197592     ACCEPT WS-ADQ-PVD-CODIGO.
197593     MOVE WS-ADQ-PVD-CODIGO TO PVD-CODIGO.
197594     READ ARCH-PROVEEDORES KEY IS PVD-CODIGO
197595         INVALID KEY
197596             DISPLAY "Proveedor no registrado."
197597             GO TO UTILERIAS-CARGA-MASIVA-EXIT
197598     END-READ.
197599     DISPLAY "Lineas sin orden de compra abierta:".
197600     DISPLAY "R=rechazar E=dejar en espera (PROVESPERA.DAT): ".
197601     ACCEPT WS-ADQ-MODO-SIN-ORDEN.
197602     IF NOT ADQ-SIN-ORDEN-ESPERA
197603         SET ADQ-SIN-ORDEN-RECHAZO TO TRUE
197604     END-IF.
197605     OPEN INPUT ARCH-PROVEEDOR.
197606     IF WS-FS-PROVEEDOR NOT = "00"
197607         DISPLAY "No se encontro PROVEEDOR.DAT."
197610         GO TO UTILERIAS-CARGA-MASIVA-EXIT
197615     END-IF.
197620     OPEN OUTPUT ARCH-CARGA.
197625     MOVE SPACES TO WS-LINEA-CARGA.
197630     STRING "CARGA DE ADQUISICIONES DEL " DELIMITED BY SIZE
197635         WS-FECHA-HOY       DELIMITED BY SIZE
197636         " PROVEEDOR "      DELIMITED BY SIZE
197637         PVD-CODIGO         DELIMITED BY SIZE
197638         " "                DELIMITED BY SIZE
197639         PVD-NOMBRE         DELIMITED BY SIZE
197640         INTO WS-LINEA-CARGA
197645     END-STRING.
197650     MOVE WS-LINEA-CARGA TO REG-CARGA.
197655     WRITE REG-CARGA.
197656     IF ADQ-SIN-ORDEN-ESPERA
197657         OPEN EXTEND ARCH-PROV-ESPERA
197658         IF WS-FS-PROV-ESPERA = "35"
197659             OPEN OUTPUT ARCH-PROV-ESPERA
197660         END-IF
197661     END-IF.
197662     MOVE ZERO TO WS-CARGA-ACEPTADOS.
197665     MOVE ZERO TO WS-CARGA-RECHAZADOS.
197666     MOVE ZERO TO WS-ADQ-RECIBIDAS.
197667     MOVE ZERO TO WS-ADQ-EN-ESPERA.
197668     MOVE ZERO TO WS-ADQ-ORD-CERRADAS.
197669*  Fin de archivo propio: el alta de ejemplares recorre
197670*  EJEMPLARES con el interruptor general de lectura.
197671     MOVE "N" TO WS-SW-FIN-PROVEEDOR.
197672     PERFORM UTILERIAS-CARGA-LEER THRU
197673         UTILERIAS-CARGA-LEER-EXIT UNTIL FIN-PROVEEDOR.
197680     CLOSE ARCH-PROVEEDOR.
197681     IF ADQ-SIN-ORDEN-ESPERA
197682         CLOSE ARCH-PROV-ESPERA
197683     END-IF.
197685     MOVE SPACES TO WS-LINEA-CARGA.
197690     STRING "ACEPTADAS: "    DELIMITED BY SIZE
197695         WS-CARGA-ACEPTADOS  DELIMITED BY SIZE
197700         " RECHAZADAS: "     DELIMITED BY SIZE
197705         WS-CARGA-RECHAZADOS DELIMITED BY SIZE
197706         " EN ESPERA: "      DELIMITED BY SIZE
197707         WS-ADQ-EN-ESPERA    DELIMITED BY SIZE
197708         " EJEMPLARES RECIBIDOS: " DELIMITED BY SIZE
197709         WS-ADQ-RECIBIDAS    DELIMITED BY SIZE
197710         " ORDENES CERRADAS: " DELIMITED BY SIZE
197711         WS-ADQ-ORD-CERRADAS DELIMITED BY SIZE
197712         INTO WS-LINEA-CARGA
197715     END-STRING.
197720     MOVE WS-LINEA-CARGA TO REG-CARGA.
197725     WRITE REG-CARGA.
197730     CLOSE ARCH-CARGA.
197735     DISPLAY "Lineas aceptadas..: " WS-CARGA-ACEPTADOS.
197740     DISPLAY "Lineas rechazadas.: " WS-CARGA-RECHAZADOS.
197741     DISPLAY "Lineas en espera..: " WS-ADQ-EN-ESPERA.
197742     DISPLAY "Ejemplares recib..: " WS-ADQ-RECIBIDAS.
197743     DISPLAY "Ordenes cerradas..: " WS-ADQ-ORD-CERRADAS.
197745     DISPLAY "Detalle en CARGA.TXT.".
197750 UTILERIAS-CARGA-MASIVA-EXIT.
197755     EXIT.
197765 UTILERIAS-CARGA-LEER.
197770     READ ARCH-PROVEEDOR
197775         AT END
197780             SET FIN-PROVEEDOR TO TRUE
197785             GO TO UTILERIAS-CARGA-LEER-EXIT
197790     END-READ.
197795     MOVE SPACES TO WS-CARGA-MOTIVO.
197825         ELSE
197830             IF PROV-COSTO NOT NUMERIC
197835                 MOVE "COSTO INVALIDO" TO WS-CARGA-MOTIVO
197836             ELSE
197837                 IF PROV-ORDEN NOT = SPACES
197838                     AND PROV-ORDEN NOT NUMERIC
197839                     MOVE "NUMERO DE ORDEN INVALIDO"
197840                         TO WS-CARGA-MOTIVO
197841                 END-IF
197842             END-IF
197845         END-IF
197850     END-IF.
197855     IF WS-CARGA-MOTIVO = SPACES
197905             UTILERIAS-CARGA-RECHAZO-EXIT
197910         GO TO UTILERIAS-CARGA-LEER-EXIT
197915     END-IF.
197918*  Se recibe por tramos, uno por cada linea de orden con saldo,
197921*  hasta agotar la cantidad del archivo o las ordenes.
197924     MOVE PROV-CANTIDAD TO WS-ADQ-CANT-ARCHIVO.
197927     MOVE PROV-CANTIDAD TO WS-ADQ-RESTANTE.
197930     SET ADQ-LINEA-CASADA TO TRUE.
197933     PERFORM UTILERIAS-CARGA-TRAMO THRU
197936         UTILERIAS-CARGA-TRAMO-EXIT
197939         UNTIL WS-ADQ-RESTANTE = ZERO
197942            OR NOT ADQ-LINEA-CASADA
197945            OR WS-CARGA-MOTIVO NOT = SPACES.
197948     IF WS-ADQ-RESTANTE > ZERO AND WS-CARGA-MOTIVO = SPACES
197951         MOVE WS-ADQ-RESTANTE TO PROV-CANTIDAD
197954         PERFORM UTILERIAS-CARGA-SIN-ORDEN THRU
197957             UTILERIAS-CARGA-SIN-ORDEN-EXIT
197960     END-IF.
197965 UTILERIAS-CARGA-LEER-EXIT.
197970     EXIT.
197975*
197976*  UTILERIAS-CARGA-TRAMO -- casa lo que resta de la linea con una
197977*  linea de orden abierta y recibe hasta su saldo: alta o suma de
197978*  ejemplares como siempre, y luego la recepcion en la orden y en
197979*  el presupuesto.
197980 UTILERIAS-CARGA-TRAMO.
197981     PERFORM ADQ-RECEPCION-CASAR THRU ADQ-RECEPCION-CASAR-EXIT.
197982     IF NOT ADQ-LINEA-CASADA
197983         GO TO UTILERIAS-CARGA-TRAMO-EXIT
197984     END-IF.
197985     IF WS-ADQ-RESTANTE > WS-ADQ-PENDIENTE
197986         MOVE WS-ADQ-PENDIENTE TO PROV-CANTIDAD
197987     ELSE
197988         MOVE WS-ADQ-RESTANTE  TO PROV-CANTIDAD
197989     END-IF.
197990     MOVE PROV-ISBN TO LIB-ISBN.
197991     READ ARCH-LIBROS KEY IS LIB-ISBN
197992         INVALID KEY
197993             PERFORM UTILERIAS-CARGA-ALTA THRU
197994                 UTILERIAS-CARGA-ALTA-EXIT
197995         NOT INVALID KEY
197996             PERFORM UTILERIAS-CARGA-SUMA THRU
197997                 UTILERIAS-CARGA-SUMA-EXIT
197998     END-READ.
197999     IF WS-CARGA-MOTIVO NOT = SPACES
198000         GO TO UTILERIAS-CARGA-TRAMO-EXIT
198001     END-IF.
198002     PERFORM ADQ-RECEPCION-REGISTRAR THRU
198003         ADQ-RECEPCION-REGISTRAR-EXIT.
198004     SUBTRACT PROV-CANTIDAD FROM WS-ADQ-RESTANTE.
198005 UTILERIAS-CARGA-TRAMO-EXIT.
198006     EXIT.
198007*
198008*  UTILERIAS-CARGA-SIN-ORDEN -- lo que no cubre ninguna orden
198009*  (PROV-CANTIDAD ya trae solo ese resto) se rechaza o se deja
198010*  en espera con el mismo trazado del archivo del proveedor.
198011 UTILERIAS-CARGA-SIN-ORDEN.
198012     IF WS-ADQ-RESTANTE < WS-ADQ-CANT-ARCHIVO
198013         MOVE "EXCEDE LO PEDIDO EN LAS ORDENES"
198014             TO WS-CARGA-MOTIVO
198015     ELSE
198016         IF PROV-ORDEN = SPACES
198017             MOVE "SIN ORDEN ABIERTA DEL PROVEEDOR"
198018                 TO WS-CARGA-MOTIVO
198019         ELSE
198020             STRING "SIN SALDO EN LA ORDEN " DELIMITED BY SIZE
198021                 PROV-ORDEN                  DELIMITED BY SIZE
198022                 INTO WS-CARGA-MOTIVO
198023             END-STRING
198024         END-IF
198025     END-IF.
198026     IF ADQ-SIN-ORDEN-RECHAZO
198027         PERFORM UTILERIAS-CARGA-RECHAZO THRU
198028             UTILERIAS-CARGA-RECHAZO-EXIT
198029         GO TO UTILERIAS-CARGA-SIN-ORDEN-EXIT
198030     END-IF.
198031     MOVE REG-PROVEEDOR TO REG-PROV-ESPERA.
198032     WRITE REG-PROV-ESPERA.
198033     ADD 1 TO WS-ADQ-EN-ESPERA.
198034     MOVE SPACES TO WS-LINEA-CARGA.
198035     STRING "EN ESPERA: "  DELIMITED BY SIZE
198036         PROV-ISBN         DELIMITED BY SIZE
198037         " CANTIDAD "      DELIMITED BY SIZE
198038         PROV-CANTIDAD     DELIMITED BY SIZE
198039         " MOTIVO: "       DELIMITED BY SIZE
198040         WS-CARGA-MOTIVO   DELIMITED BY SIZE
198041         INTO WS-LINEA-CARGA
198042     END-STRING.
198043     MOVE WS-LINEA-CARGA TO REG-CARGA.
198044     WRITE REG-CARGA.
198045 UTILERIAS-CARGA-SIN-ORDEN-EXIT.
198046     EXIT.
198047*
198048*  UTILERIAS-CARGA-ALTA -- ISBN nuevo: alta del titulo en la
198049*  sucursal destino con sus ejemplares numerados desde 1.
198050 UTILERIAS-CARGA-ALTA.
198051     MOVE PROV-ISBN     TO LIB-ISBN.
198052     MOVE PROV-TITULO   TO LIB-TITULO.
198053     MOVE PROV-AUTOR    TO LIB-AUTOR.
198054     MOVE PROV-SUCURSAL TO LIB-SUCURSAL.
198055     MOVE PROV-CANTIDAD TO LIB-EJEMPLARES-TOTAL.
198056     MOVE PROV-CANTIDAD TO LIB-EJEMPLARES-DISPON.
198057     MOVE PROV-COSTO    TO LIB-COSTO-REPOSICION.
198058     SET LIB-ACTIVO TO TRUE.
198059     WRITE REG-LIBRO
198060         INVALID KEY
198061             MOVE "NO SE PUDO GRABAR EL TITULO"
198062                 TO WS-CARGA-MOTIVO
198063             PERFORM UTILERIAS-CARGA-RECHAZO THRU
198064                 UTILERIAS-CARGA-RECHAZO-EXIT
198065             GO TO UTILERIAS-CARGA-ALTA-EXIT
198070     END-WRITE.
198075     MOVE "WRITE" TO WS-DIA-OPERACION.
198080     PERFORM DIARIO-LIBRO THRU DIARIO-LIBRO-EXIT.
198082     MOVE WS-FECHA-HOY TO WS-EJE-FECHA-ALTA.
198085     PERFORM LIBROS-CREAR-EJEMPLARES THRU
198090         LIBROS-CREAR-EJEMPLARES-EXIT.
198095     MOVE "ARCH-LIBROS"    TO WS-AUD-ARCHIVO.
198480     SET EJE-COND-NUEVO TO TRUE.
198485     SET EJE-DISPONIBLE TO TRUE.
198490     MOVE ZERO          TO EJE-TRA-ID.
198491     MOVE WS-FECHA-HOY  TO EJE-FECHA-ALTA.
198492     MOVE ZERO          TO EJE-FECHA-SALIDA.
198495     WRITE REG-EJEMPLAR
198500         INVALID KEY
198505             DISPLAY "No se pudo crear el ejemplar " EJE-NUMERO
199310*  entregar impreso en mostrador (ESTADOCTA.TXT): prestamos
199315*  abiertos con vencimiento y renovaciones usadas contra el
199320*  maximo de su politica, reservas pendientes con su posicion en
199323*  la cola del titulo, multas pendientes con el total, lo ya
199326*  cobrado separado de lo condonado, y el aviso de bloqueo segun
199328*  las mismas reglas de VERIFICAR-MOROSIDAD. Para un adulto
199330*  responsable agrega los prestamos y saldos de sus menores a
199332*  cargo y el total del grupo familiar.
199335* -----------------------------------------------------------------
199340 ESTADO-CUENTA.
199345     DISPLAY "Cedula del usuario: ".
199465     END-STRING.
199470     MOVE WS-LINEA-EC TO REG-ESTADOCTA.
199475     WRITE REG-ESTADOCTA.
199476     IF USR-CAT-NINO AND USR-RESPONSABLE NOT = SPACES
199477         MOVE SPACES TO WS-LINEA-EC
199478         STRING "MENOR A CARGO DE " DELIMITED BY SIZE
199479             USR-RESPONSABLE   DELIMITED BY SIZE
199480             INTO WS-LINEA-EC
199481         END-STRING
199482         MOVE WS-LINEA-EC TO REG-ESTADOCTA
199483         WRITE REG-ESTADOCTA
199484     END-IF.
199485     MOVE "-- PRESTAMOS ABIERTOS --" TO REG-ESTADOCTA.
199486     WRITE REG-ESTADOCTA.
199490     MOVE ZERO TO WS-EC-CONTADOR.
199495     MOVE WS-USR-ID-BUSQUEDA TO PRE-USR-ID.
199500     MOVE "N" TO WS-SW-FIN-LECTURA.
199505     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-USR-ID
199510         INVALID KEY SET FIN-LECTURA TO TRUE
199515     END-START.
199518     PERFORM ESTADO-CUENTA-PRESTAMO-LEER THRU
199521         ESTADO-CUENTA-PRESTAMO-LEER-EXIT UNTIL FIN-LECTURA.
199525     IF WS-EC-CONTADOR = ZERO
199530         MOVE "  (NINGUNO)" TO REG-ESTADOCTA
199535         WRITE REG-ESTADOCTA
199580     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-USR-ID
199585         INVALID KEY SET FIN-LECTURA TO TRUE
199590     END-START.
199593     PERFORM ESTADO-CUENTA-RESERVA-LEER THRU
199596         ESTADO-CUENTA-RESERVA-LEER-EXIT UNTIL FIN-LECTURA.
199599     PERFORM ESTADO-CUENTA-RESERVA-LINEA THRU
199602         ESTADO-CUENTA-RESERVA-LINEA-EXIT
199605         VARYING ECR-IDX FROM 1 BY 1
199610         UNTIL ECR-IDX > WS-ECR-TOTAL.
199615     IF WS-ECR-TOTAL = ZERO
199665     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-USR-ID
199670         INVALID KEY SET FIN-LECTURA TO TRUE
199675     END-START.
199678     PERFORM ESTADO-CUENTA-MULTA-LEER THRU
199681         ESTADO-CUENTA-MULTA-LEER-EXIT UNTIL FIN-LECTURA.
199685     IF WS-EC-CONTADOR = ZERO
199690         MOVE "  (NINGUNA)" TO REG-ESTADOCTA
199695         WRITE REG-ESTADOCTA
199735         MOVE WS-LINEA-EC TO REG-ESTADOCTA
199740         WRITE REG-ESTADOCTA
199745     END-IF.
199746*  Lo ya cobrado y lo condonado van en seccion aparte, para que el
199747*  usuario vea que lo perdonado no se le cobro.
199748     MOVE "-- MULTAS COBRADAS Y CONDONADAS --" TO REG-ESTADOCTA.
199749     WRITE REG-ESTADOCTA.
199750     MOVE ZERO TO WS-EC-CONTADOR.
199751     MOVE ZERO TO WS-EC-COBRADO-TOTAL.
199752     MOVE ZERO TO WS-EC-CONDONADO-TOTAL.
199753     MOVE WS-USR-ID-BUSQUEDA TO PEN-USR-ID.
199754     MOVE "N" TO WS-SW-FIN-LECTURA.
199755     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-USR-ID
199756         INVALID KEY SET FIN-LECTURA TO TRUE
199757     END-START.
199758     PERFORM ESTADO-CUENTA-SALDADA-LEER THRU
199759         ESTADO-CUENTA-SALDADA-LEER-EXIT UNTIL FIN-LECTURA.
199760     IF WS-EC-CONTADOR = ZERO
199761         MOVE "  (NINGUNA)" TO REG-ESTADOCTA
199762         WRITE REG-ESTADOCTA
199763     ELSE
199764         MOVE WS-EC-COBRADO-TOTAL TO WS-MONTO-EDITADO
199765         MOVE SPACES TO WS-LINEA-EC
199766         STRING "TOTAL COBRADO: "   DELIMITED BY SIZE
199767             WS-MONTO-EDITADO  DELIMITED BY SIZE
199768             INTO WS-LINEA-EC
199769         END-STRING
199770         MOVE WS-LINEA-EC TO REG-ESTADOCTA
199771         WRITE REG-ESTADOCTA
199772         MOVE WS-EC-CONDONADO-TOTAL TO WS-MONTO-EDITADO
199773         MOVE SPACES TO WS-LINEA-EC
199774         STRING "TOTAL CONDONADO: " DELIMITED BY SIZE
199775             WS-MONTO-EDITADO  DELIMITED BY SIZE
199776             INTO WS-LINEA-EC
199777         END-STRING
199778         MOVE WS-LINEA-EC TO REG-ESTADOCTA
199779         WRITE REG-ESTADOCTA
199780     END-IF.
199781     PERFORM ESTADO-CUENTA-MENORES THRU
199782         ESTADO-CUENTA-MENORES-EXIT.
199783     PERFORM VERIFICAR-MOROSIDAD THRU VERIFICAR-MOROSIDAD-EXIT.
199784     EVALUATE TRUE
199785         WHEN MOROSO-POR-GRUPO
199786             MOVE "SERVICIO: BLOQUEADO POR MOROSIDAD DEL GRUPO" TO
199788               REG-ESTADOCTA
199789         WHEN USUARIO-MOROSO
199790             MOVE "SERVICIO: BLOQUEADO POR MOROSIDAD" TO
199791               REG-ESTADOCTA
199792         WHEN OTHER
199793             MOVE "SERVICIO: AL DIA, SIN BLOQUEO" TO REG-ESTADOCTA
199794     END-EVALUATE.
199795     WRITE REG-ESTADOCTA.
199796     CLOSE ARCH-ESTADOCTA.
199797     DISPLAY "Estado de cuenta generado en ESTADOCTA.TXT.".
199800 ESTADO-CUENTA-EXIT.
199805     EXIT.
199810*
200155     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ISBN
200160         INVALID KEY SET FIN-LECTURA TO TRUE
200165     END-START.
200168     PERFORM ESTADO-CUENTA-POSICION-LEER THRU
200171         ESTADO-CUENTA-POSICION-LEER-EXIT UNTIL FIN-LECTURA.
200175     MOVE SPACES TO WS-LINEA-EC.
200180     STRING "RESERVA "     DELIMITED BY SIZE
200185         ECR-ID(ECR-IDX)   DELIMITED BY SIZE
200410     ADD PEN-MONTO TO WS-EC-MULTAS-TOTAL.
200415     MOVE PEN-MONTO TO WS-MONTO-EDITADO.
200420     MOVE SPACES TO WS-LINEA-EC.
200421     IF PEN-AJUSTADA
200422         MOVE PEN-MONTO-ORIGINAL TO WS-MONTO-EDITADO-2
200423         STRING "MULTA "       DELIMITED BY SIZE
200424             PEN-ID            DELIMITED BY SIZE
200425             " TIPO "          DELIMITED BY SIZE
200426             PEN-TIPO          DELIMITED BY SIZE
200427             " MONTO "         DELIMITED BY SIZE
200428             WS-MONTO-EDITADO  DELIMITED BY SIZE
200429             " (REBAJADA DE "  DELIMITED BY SIZE
200430             WS-MONTO-EDITADO-2 DELIMITED BY SIZE
200431             ")"               DELIMITED BY SIZE
200432             INTO WS-LINEA-EC
200433         END-STRING
200434     ELSE
200435         STRING "MULTA "       DELIMITED BY SIZE
200436             PEN-ID            DELIMITED BY SIZE
200437             " TIPO "          DELIMITED BY SIZE
200438             PEN-TIPO          DELIMITED BY SIZE
200439             " MONTO "         DELIMITED BY SIZE
200440             WS-MONTO-EDITADO  DELIMITED BY SIZE
200441             INTO WS-LINEA-EC
200442         END-STRING
200443     END-IF.
200465     MOVE WS-LINEA-EC TO REG-ESTADOCTA.
200470     WRITE REG-ESTADOCTA.
200475 ESTADO-CUENTA-MULTA-LEER-EXIT.
200480     EXIT.
200481*
200482*  ESTADO-CUENTA-SALDADA-LEER -- multas del usuario ya cobradas o
200483*  con alguna parte condonada; una rebajada y despues pagada sale
200484*  en las dos lineas, cada una por su monto.
200485 ESTADO-CUENTA-SALDADA-LEER.
200486     READ ARCH-PENALIZACIONES NEXT RECORD
200487         AT END
200488             SET FIN-LECTURA TO TRUE
200489             GO TO ESTADO-CUENTA-SALDADA-LEER-EXIT
200490     END-READ.
200491     IF PEN-USR-ID NOT = WS-USR-ID-BUSQUEDA
200492         SET FIN-LECTURA TO TRUE
200493         GO TO ESTADO-CUENTA-SALDADA-LEER-EXIT
200494     END-IF.
200495     IF PEN-PAGADA
200496         ADD 1 TO WS-EC-CONTADOR
200497         ADD PEN-MONTO TO WS-EC-COBRADO-TOTAL
200498         MOVE PEN-MONTO TO WS-MONTO-EDITADO
200499         MOVE SPACES TO WS-LINEA-EC
200500         STRING "MULTA "       DELIMITED BY SIZE
200501             PEN-ID            DELIMITED BY SIZE
200502             " COBRADA EL "    DELIMITED BY SIZE
200503             PEN-FECHA-PAGO    DELIMITED BY SIZE
200504             " RECIBO "        DELIMITED BY SIZE
200505             PEN-RECIBO        DELIMITED BY SIZE
200506             " MONTO "         DELIMITED BY SIZE
200507             WS-MONTO-EDITADO  DELIMITED BY SIZE
200508             INTO WS-LINEA-EC
200509         END-STRING
200510         MOVE WS-LINEA-EC TO REG-ESTADOCTA
200511         WRITE REG-ESTADOCTA
200512     END-IF.
200513     PERFORM PENALIZACIONES-CALCULAR-CONDONADO THRU
200514         PENALIZACIONES-CALCULAR-CONDONADO-EXIT.
200515     IF WS-AJU-CONDONADO > ZERO
200516         ADD 1 TO WS-EC-CONTADOR
200517         ADD WS-AJU-CONDONADO TO WS-EC-CONDONADO-TOTAL
200518         MOVE WS-AJU-CONDONADO TO WS-MONTO-EDITADO
200519         MOVE SPACES TO WS-LINEA-EC
200520         STRING "MULTA "       DELIMITED BY SIZE
200521             PEN-ID            DELIMITED BY SIZE
200522             " CONDONADO EL "  DELIMITED BY SIZE
200523             PEN-FECHA-AJUSTE  DELIMITED BY SIZE
200524             " MOTIVO "        DELIMITED BY SIZE
200525             PEN-MOTIVO-AJUSTE DELIMITED BY SIZE
200526             " MONTO "         DELIMITED BY SIZE
200527             WS-MONTO-EDITADO  DELIMITED BY SIZE
200528             INTO WS-LINEA-EC
200529         END-STRING
200530         MOVE WS-LINEA-EC TO REG-ESTADOCTA
200531         WRITE REG-ESTADOCTA
200532     END-IF.
200533 ESTADO-CUENTA-SALDADA-LEER-EXIT.
200534     EXIT.
200535*
200536* -----------------------------------------------------------------
200537*  CARNE -- vigencia de la membresia. El carne vence segun los
200538*  meses de la politica de la categoria; al prestar o reservar
200539*  con carne vencido se exige la renovacion, que obliga a
200540*  confirmar o corregir direccion y telefono antes de extender la
200541*  vigencia. Usuarios de antes del control traen espacios en la
200542*  fecha y se tratan como vencidos, que es justo lo que se busca:
200543*  depurar los datos de contacto viejos.
200544* -----------------------------------------------------------------
200545*
200550*  CARNE-CALCULAR-VENCIMIENTO -- con WS-POL-MESES-VIG ya resuelto
200555*  por POLITICA-DEL-USUARIO, deja en USR-FECHA-VENC-CARNE la
200955     MOVE "REWRITE" TO WS-DIA-OPERACION.
200960     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
200965     MOVE "N" TO WS-SW-CARNE-VENCIDO.
200970     MOVE WS-AUD-ARCH-USUARIOS TO WS-AUD-ARCHIVO.
200975     MOVE "RENOV-CARNE"    TO WS-AUD-ACCION.
200980     MOVE USR-ID           TO WS-AUD-LLAVE.
200985     MOVE SPACES           TO WS-AUD-ANTES.
201150     MOVE WS-LINEA-CARNE TO REG-CARNE.
201155     WRITE REG-CARNE.
201160     MOVE ZERO TO WS-CARNE-CONTADOR.
201162     MOVE ZERO TO WS-MSJ-ENVIADOS.
201165     MOVE LOW-VALUE TO USR-ID.
201170     MOVE "N" TO WS-SW-FIN-LECTURA.
201175     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
201180         INVALID KEY SET FIN-LECTURA TO TRUE
201185     END-START.
201188     PERFORM INFORMES-CARNES-LEER THRU
201191         INFORMES-CARNES-LEER-EXIT UNTIL FIN-LECTURA.
201195     CLOSE ARCH-CARNES.
201196     PERFORM MENSAJES-PASARELA-CERRAR THRU
201197         MENSAJES-PASARELA-CERRAR-EXIT.
201200     DISPLAY "Carnes por vencer: " WS-CARNE-CONTADOR
201205         ". Vea CARNES.TXT.".
201206     DISPLAY "Avisados hoy por correo o SMS: " WS-MSJ-ENVIADOS
201207         " (MSJSALIDA.DAT).".
201210 INFORMES-CARNES-POR-VENCER-EXIT.
201215     EXIT.
201220*
201320         GO TO INFORMES-CARNES-LEER-EXIT
201325     END-IF.
201330     ADD 1 TO WS-CARNE-CONTADOR.
201331     PERFORM INFORMES-CARNES-MENSAJE THRU
201332         INFORMES-CARNES-MENSAJE-EXIT.
201335     MOVE SPACES TO WS-LINEA-CARNE.
201340     STRING USR-ID            DELIMITED BY SIZE
201345         " "                  DELIMITED BY SIZE
201370         USR-SUCURSAL         DELIMITED BY SIZE
201375         " VENCE "            DELIMITED BY SIZE
201380         USR-FECHA-VENC-CARNE DELIMITED BY SIZE
201381         " AVISO "            DELIMITED BY SIZE
201382         WS-MSJ-TX-CANAL      DELIMITED BY SIZE
201385         INTO WS-LINEA-CARNE
201390     END-STRING.
201395     MOVE WS-LINEA-CARNE TO REG-CARNE.
201405 INFORMES-CARNES-LEER-EXIT.
201410     EXIT.
201415*
201417*  INFORMES-CARNES-MENSAJE -- avisa el vencimiento por correo o
201419*  SMS una sola vez por fecha de vencimiento; el listado indica
201421*  a quien hay que llamar (PAPEL).
201423 INFORMES-CARNES-MENSAJE.
201425     MOVE "N" TO WS-SW-MSJ-ENVIADO.
201427     MOVE USR-FECHA-VENC-CARNE TO WS-MSJ-REFERENCIA.
201429     PERFORM MENSAJE-BUSCAR-PREVIO THRU
201431         MENSAJE-BUSCAR-PREVIO-EXIT.
201433     IF MENSAJE-PREVIO
201435         MOVE "YA AVISADO" TO WS-MSJ-TX-CANAL
201437         GO TO INFORMES-CARNES-MENSAJE-EXIT
201439     END-IF.
201441     MOVE SPACES TO WS-MSJ-TEXTO.
201443     STRING "BIBLIOTECA: SU CARNE VENCE EL " DELIMITED BY SIZE
201445         USR-FECHA-VENC-CARNE               DELIMITED BY SIZE
201447         ". RENUEVELO EN SU SUCURSAL "      DELIMITED BY SIZE
201449         USR-SUCURSAL                       DELIMITED BY SIZE
201451         "."                                DELIMITED BY SIZE
201453         INTO WS-MSJ-TEXTO
201455     END-STRING.
201457     MOVE "C"          TO WS-MSJ-ORIGEN.
201459     MOVE USR-SUCURSAL TO WS-MSJ-SUCURSAL.
201461     PERFORM MENSAJE-EMITIR THRU MENSAJE-EMITIR-EXIT.
201463     IF NOT MENSAJE-ENVIADO
201465         MOVE "PAPEL" TO WS-MSJ-TX-CANAL
201467     END-IF.
201469 INFORMES-CARNES-MENSAJE-EXIT.
201471     EXIT.
201473*
201500* -----------------------------------------------------------------
201505*  INFORMES-SUGERENCIAS-COMPRA -- panorama de presion de reservas
201510*  para la comision de compras. Agrupa las reservas pendientes
201520*  (descontando perdidos, de baja, en reparacion y en transito) y
201525*  lista en SUGCOMPRA.TXT los titulos cuya cola supera el umbral
201530*  por ejemplar prestable, con la reserva mas antigua y el costo
201532*  de reposicion, ordenados de mayor a menor presion. El calculo
201534*  (INFORMES-SUG-CALCULAR) lo usa tambien ADQUISICIONES para
201536*  armar una orden de compra a partir de las sugerencias.
201540* -----------------------------------------------------------------
201545 INFORMES-SUGERENCIAS-COMPRA.
201550     DISPLAY "Umbral de reservas por ejemplar prestable: ".
201565         MOVE 2 TO WS-PR-UMBRAL
201570         DISPLAY "Umbral no valido; se asume 2."
201575     END-IF.
201595     MOVE ZERO TO WS-PR-LISTADOS.
201606     PERFORM INFORMES-SUG-CALCULAR THRU
201617         INFORMES-SUG-CALCULAR-EXIT.
201630     IF WS-PR-TOTAL = ZERO
201635         DISPLAY "No hay reservas pendientes."
201640         GO TO INFORMES-SUGERENCIAS-COMPRA-EXIT
201645     END-IF.
201675     OPEN OUTPUT ARCH-SUGERENCIAS.
201680     MOVE SPACES TO WS-LINEA-SUG.
201685     STRING "SUGERENCIAS DE COMPRA AL " DELIMITED BY SIZE
201710     END-STRING.
201715     MOVE WS-LINEA-SUG TO REG-SUGERENCIA.
201720     WRITE REG-SUGERENCIA.
201725     PERFORM INFORMES-SUG-LINEA THRU INFORMES-SUG-LINEA-EXIT
201730         VARYING PR-IDX FROM 1 BY 1
201735         UNTIL PR-IDX > WS-PR-TOTAL.
201740     CLOSE ARCH-SUGERENCIAS.
201755 INFORMES-SUGERENCIAS-COMPRA-EXIT.
201760     EXIT.
201765*
201766*  INFORMES-SUG-CALCULAR -- con WS-PR-UMBRAL cargado, arma
201767*  TABLA-PRESION (WS-PR-TOTAL titulos con reservas pendientes)
201768*  con sus prestables y la deja ordenada por presion.
201769 INFORMES-SUG-CALCULAR.
201770     INITIALIZE TABLA-PRESION.
201771     MOVE 0 TO WS-PR-TOTAL.
201772     MOVE "N" TO WS-SW-PR-LLENA.
201773     MOVE 0 TO RES-ID.
201774     MOVE "N" TO WS-SW-FIN-LECTURA.
201775     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ID
201776         INVALID KEY SET FIN-LECTURA TO TRUE
201777     END-START.
201778     PERFORM INFORMES-SUG-LEER-RESERVA THRU
201779         INFORMES-SUG-LEER-RESERVA-EXIT UNTIL FIN-LECTURA.
201780     IF WS-PR-TOTAL = ZERO
201781         GO TO INFORMES-SUG-CALCULAR-EXIT
201782     END-IF.
201783     PERFORM INFORMES-SUG-PRESTABLES
201784         VARYING PR-IDX FROM 1 BY 1
201785         UNTIL PR-IDX > WS-PR-TOTAL.
201786     PERFORM INFORMES-SUG-ORDENAR THRU
201787         INFORMES-SUG-ORDENAR-EXIT.
201788 INFORMES-SUG-CALCULAR-EXIT.
201789     EXIT.
201790*
201791 INFORMES-SUG-LEER-RESERVA.
201792     READ ARCH-RESERVAS NEXT RECORD
201793         AT END
201794             SET FIN-LECTURA TO TRUE
201795             GO TO INFORMES-SUG-LEER-RESERVA-EXIT
201796     END-READ.
201800     IF NOT RES-PENDIENTE
201805         GO TO INFORMES-SUG-LEER-RESERVA-EXIT
201810     END-IF.
202030     START ARCH-EJEMPLARES KEY IS NOT LESS THAN EJE-LLAVE
202035         INVALID KEY SET FIN-LECTURA TO TRUE
202040     END-START.
202043     PERFORM INFORMES-SUG-PRESTABLES-LEER THRU
202046         INFORMES-SUG-PRESTABLES-LEER-EXIT UNTIL FIN-LECTURA.
202050     MOVE WS-EJE-CONTADOR TO PR-PRESTABLES(PR-IDX).
202055     IF PR-PRESTABLES(PR-IDX) = ZERO
202060         MOVE PR-COLA(PR-IDX) TO PR-PRESION(PR-IDX)
202290 INFORMES-SUG-COMPARAR-EXIT.
202295     EXIT.
202300*
202304*  INFORMES-SUG-EVALUAR -- el titulo en PR-IDX es sugerido si su
202308*  cola supera el umbral por ejemplar prestable (un titulo sin
202312*  ningun prestable califica desde la primera reserva).
202316 INFORMES-SUG-EVALUAR.
202320     MOVE "N" TO WS-SW-PR-SUGERIDO.
202325     COMPUTE WS-PR-LIMITE =
202330         WS-PR-UMBRAL * PR-PRESTABLES(PR-IDX).
202335     IF PR-PRESTABLES(PR-IDX) = ZERO
202340         OR PR-COLA(PR-IDX) > WS-PR-LIMITE
202345         SET PR-SUGERIDO TO TRUE
202350     END-IF.
202351 INFORMES-SUG-EVALUAR-EXIT.
202352     EXIT.
202353*
202354*  INFORMES-SUG-LINEA -- escribe solo los titulos sugeridos.
202355 INFORMES-SUG-LINEA.
202356     PERFORM INFORMES-SUG-EVALUAR THRU INFORMES-SUG-EVALUAR-EXIT.
202357     IF NOT PR-SUGERIDO
202358         GO TO INFORMES-SUG-LINEA-EXIT
202359     END-IF.
202360     MOVE PR-ISBN(PR-IDX) TO LIB-ISBN.
202361     READ ARCH-LIBROS KEY IS LIB-ISBN
202365         INVALID KEY
202370             MOVE "(TITULO NO REGISTRADO)" TO LIB-TITULO
202375             MOVE ZERO TO LIB-COSTO-REPOSICION
202475 INFORMES-SUG-LINEA-EXIT.
202480     EXIT.
202485*
202490* -----------------------------------------------------------------
202495*  INTERBIB -- prestamo interbibliotecario. Mantiene el maestro
202500*  de instituciones externas y lleva los dos sentidos del
202505*  prestamo: material de otra institucion pedido para un usuario
202510*  (solicitar, recibir, prestar, devolucion del usuario y
202515*  reenvio) y ejemplares propios prestados a otra institucion
202520*  (prestar y retorno). El material ajeno circula con el plazo
202525*  que fija la institucion duena, no con las politicas de la
202530*  red. Requiere personal autenticado.
202535* -----------------------------------------------------------------
202540 INTERBIB.
202545     PERFORM VERIFICAR-ACCESO-PERSONAL THRU
202550       VERIFICAR-ACCESO-PERSONAL-EXIT.
202555     IF PERSONAL-NO-AUTENTICADO
202560         DISPLAY "Acceso denegado."
202565         GO TO INTERBIB-EXIT
202570     END-IF.
202575     MOVE "N" TO WS-SW-SALIR-SUBMENU.
202580     PERFORM INTERBIB-SUBMENU UNTIL SALIR-SUBMENU.
202585 INTERBIB-EXIT.
202590     EXIT.
202595*
202600 INTERBIB-SUBMENU.
202605     DISPLAY " ".
202610     DISPLAY "-- PRESTAMO INTERBIBLIOTECARIO --".
202615     DISPLAY "1. Instituciones externas".
202620     DISPLAY "2. Solicitar material a otra institucion".
202625     DISPLAY "3. Recibir material solicitado".
202630     DISPLAY "4. Prestar material recibido al usuario".
202635     DISPLAY "5. Devolucion del usuario".
202640     DISPLAY "6. Reenviar material o cancelar solicitud".
202645     DISPLAY "7. Prestar ejemplar propio a una institucion".
202650     DISPLAY "8. Retorno de ejemplar propio".
202655     DISPLAY "9. Volver al menu principal".
202660     ACCEPT WS-SUB-OPCION.
202665     EVALUATE WS-SUB-OPCION
202670         WHEN 1 PERFORM INTERBIB-INSTITUCIONES THRU
202675           INTERBIB-INSTITUCIONES-EXIT
202680         WHEN 2 PERFORM INTERBIB-SOLICITAR THRU
202685           INTERBIB-SOLICITAR-EXIT
202690         WHEN 3 PERFORM INTERBIB-RECIBIR THRU
202695           INTERBIB-RECIBIR-EXIT
202700         WHEN 4 PERFORM INTERBIB-PRESTAR THRU
202705           INTERBIB-PRESTAR-EXIT
202710         WHEN 5 PERFORM INTERBIB-DEVOLVER THRU
202715           INTERBIB-DEVOLVER-EXIT
202720         WHEN 6 PERFORM INTERBIB-REENVIAR THRU
202725           INTERBIB-REENVIAR-EXIT
202730         WHEN 7 PERFORM INTERBIB-PRESTAR-PROPIO THRU
202735           INTERBIB-PRESTAR-PROPIO-EXIT
202740         WHEN 8 PERFORM INTERBIB-RETORNO-PROPIO THRU
202745           INTERBIB-RETORNO-PROPIO-EXIT
202750         WHEN 9 MOVE "S" TO WS-SW-SALIR-SUBMENU
202755         WHEN OTHER DISPLAY "Opcion invalida"
202760     END-EVALUATE.
202765*
202770*  INTERBIB-INSTITUCIONES -- consulta y mantenimiento del maestro
202775*  de instituciones externas. El alta y la modificacion quedan
202780*  para administradores, igual que el maestro de sucursales.
202785 INTERBIB-INSTITUCIONES.
202790     DISPLAY "1=Listar 2=Registrar 3=Modificar: ".
202795     ACCEPT WS-IBL-OPCION.
202800     EVALUATE WS-IBL-OPCION
202805         WHEN 1 PERFORM INTERBIB-INS-LISTAR THRU
202810           INTERBIB-INS-LISTAR-EXIT
202815         WHEN 2 PERFORM INTERBIB-INS-REGISTRAR THRU
202820           INTERBIB-INS-REGISTRAR-EXIT
202825         WHEN 3 PERFORM INTERBIB-INS-MODIFICAR THRU
202830           INTERBIB-INS-MODIFICAR-EXIT
202835         WHEN OTHER DISPLAY "Opcion invalida"
202840     END-EVALUATE.
202845 INTERBIB-INSTITUCIONES-EXIT.
202850     EXIT.
202855*
202860 INTERBIB-INS-LISTAR.
202865     DISPLAY "--- Instituciones externas ---".
202870     MOVE ZERO TO WS-INS-CONTADOR.
202875     MOVE LOW-VALUE TO INS-CODIGO.
202880     MOVE "N" TO WS-SW-FIN-LECTURA.
202885     START ARCH-INSTITUCIONES KEY IS NOT LESS THAN INS-CODIGO
202890         INVALID KEY SET FIN-LECTURA TO TRUE
202895     END-START.
202900     PERFORM INTERBIB-INS-LISTAR-LEER THRU
202902         INTERBIB-INS-LISTAR-LEER-EXIT UNTIL FIN-LECTURA.
202905     IF WS-INS-CONTADOR = ZERO
202910         DISPLAY "No hay instituciones registradas."
202915     END-IF.
202920 INTERBIB-INS-LISTAR-EXIT.
202925     EXIT.
202930*
202935 INTERBIB-INS-LISTAR-LEER.
202940     READ ARCH-INSTITUCIONES NEXT RECORD
202945         AT END
202950             SET FIN-LECTURA TO TRUE
202955             GO TO INTERBIB-INS-LISTAR-LEER-EXIT
202960     END-READ.
202965     ADD 1 TO WS-INS-CONTADOR.
202970     DISPLAY INS-CODIGO " " INS-NOMBRE
202975         " plazo " INS-DIAS-PLAZO " estado " INS-ESTADO.
202980     DISPLAY "   contacto " INS-CONTACTO " tel. " INS-TELEFONO.
202985 INTERBIB-INS-LISTAR-LEER-EXIT.
202990     EXIT.
202995*
203000 INTERBIB-INS-REGISTRAR.
203005     IF NOT ROL-ACTUAL-ADMIN
203010         DISPLAY "Opcion reservada a administradores."
203015         GO TO INTERBIB-INS-REGISTRAR-EXIT
203020     END-IF.
203025     DISPLAY "Codigo de la nueva institucion: ".
203030     ACCEPT INS-CODIGO.
203035     IF INS-CODIGO = SPACES
203040         DISPLAY "El codigo no puede quedar en blanco."
203045         GO TO INTERBIB-INS-REGISTRAR-EXIT
203050     END-IF.
203055     READ ARCH-INSTITUCIONES KEY IS INS-CODIGO
203060         NOT INVALID KEY
203065             DISPLAY "Ya existe una institucion con ese codigo."
203070             GO TO INTERBIB-INS-REGISTRAR-EXIT
203075     END-READ.
203080     DISPLAY "Nombre: ".
203085     ACCEPT INS-NOMBRE.
203090     DISPLAY "Direccion: ".
203095     ACCEPT INS-DIRECCION.
203100     DISPLAY "Persona de contacto: ".
203105     ACCEPT INS-CONTACTO.
203110     DISPLAY "Telefono: ".
203115     ACCEPT INS-TELEFONO.
203120     DISPLAY "Dias de plazo que concede la institucion: ".
203125     ACCEPT INS-DIAS-PLAZO.
203130     IF INS-DIAS-PLAZO = ZERO
203135         DISPLAY "El plazo debe ser mayor que cero."
203140         GO TO INTERBIB-INS-REGISTRAR-EXIT
203145     END-IF.
203150     SET INS-ACTIVA TO TRUE.
203155     WRITE REG-INSTITUCION
203160         INVALID KEY
203165             DISPLAY "No se pudo registrar la institucion."
203170             GO TO INTERBIB-INS-REGISTRAR-EXIT
203175     END-WRITE.
203180     MOVE "WRITE" TO WS-DIA-OPERACION.
203185     PERFORM DIARIO-INSTITUCION THRU DIARIO-INSTITUCION-EXIT.
203190     MOVE "INSTITUC"      TO WS-AUD-ARCHIVO.
203195     MOVE "ALTA"          TO WS-AUD-ACCION.
203200     MOVE INS-CODIGO      TO WS-AUD-LLAVE.
203205     MOVE SPACES          TO WS-AUD-ANTES.
203210     MOVE INS-NOMBRE      TO WS-AUD-DESPUES.
203215     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
203220     DISPLAY "Institucion registrada.".
203225 INTERBIB-INS-REGISTRAR-EXIT.
203230     EXIT.
203235*
203240 INTERBIB-INS-MODIFICAR.
203245     IF NOT ROL-ACTUAL-ADMIN
203250         DISPLAY "Opcion reservada a administradores."
203255         GO TO INTERBIB-INS-MODIFICAR-EXIT
203260     END-IF.
203265     DISPLAY "Codigo de la institucion a modificar: ".
203270     ACCEPT INS-CODIGO.
203275     READ ARCH-INSTITUCIONES KEY IS INS-CODIGO
203280         INVALID KEY
203285             DISPLAY "Institucion no encontrada."
203290             GO TO INTERBIB-INS-MODIFICAR-EXIT
203295     END-READ.
203300     MOVE SPACES          TO WS-AUD-ANTES.
203305     STRING INS-NOMBRE    DELIMITED BY SIZE
203310         "/"              DELIMITED BY SIZE
203315         INS-DIAS-PLAZO   DELIMITED BY SIZE
203320         "/"              DELIMITED BY SIZE
203325         INS-ESTADO       DELIMITED BY SIZE
203330         INTO WS-AUD-ANTES
203335     END-STRING.
203340     DISPLAY "Nuevo nombre (" INS-NOMBRE "): ".
203345     ACCEPT INS-NOMBRE.
203350     DISPLAY "Nueva direccion (" INS-DIRECCION "): ".
203355     ACCEPT INS-DIRECCION.
203360     DISPLAY "Contacto (" INS-CONTACTO "): ".
203365     ACCEPT INS-CONTACTO.
203370     DISPLAY "Telefono (" INS-TELEFONO "): ".
203375     ACCEPT INS-TELEFONO.
203380     DISPLAY "Dias de plazo (" INS-DIAS-PLAZO "): ".
203385     ACCEPT INS-DIAS-PLAZO.
203390     IF INS-DIAS-PLAZO = ZERO
203395         DISPLAY "El plazo debe ser mayor que cero."
203400         GO TO INTERBIB-INS-MODIFICAR-EXIT
203405     END-IF.
203410     DISPLAY "Estado (A=activa I=inactiva) ("
203415         INS-ESTADO "): ".
203420     ACCEPT INS-ESTADO.
203425     IF NOT INS-ACTIVA AND NOT INS-INACTIVA
203430         SET INS-ACTIVA TO TRUE
203435         DISPLAY "Estado no valido; se asume activa."
203440     END-IF.
203445     REWRITE REG-INSTITUCION
203450         INVALID KEY
203455             DISPLAY "No se pudo actualizar la institucion."
203460             GO TO INTERBIB-INS-MODIFICAR-EXIT
203465     END-REWRITE.
203470     MOVE "REWRITE" TO WS-DIA-OPERACION.
203475     PERFORM DIARIO-INSTITUCION THRU DIARIO-INSTITUCION-EXIT.
203480     MOVE "INSTITUC"      TO WS-AUD-ARCHIVO.
203485     MOVE "MODIFICACION"  TO WS-AUD-ACCION.
203490     MOVE INS-CODIGO      TO WS-AUD-LLAVE.
203495     MOVE SPACES          TO WS-AUD-DESPUES.
203500     STRING INS-NOMBRE    DELIMITED BY SIZE
203505         "/"              DELIMITED BY SIZE
203510         INS-DIAS-PLAZO   DELIMITED BY SIZE
203515         "/"              DELIMITED BY SIZE
203520         INS-ESTADO       DELIMITED BY SIZE
203525         INTO WS-AUD-DESPUES
203530     END-STRING.
203535     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
203540     DISPLAY "Institucion actualizada.".
203545 INTERBIB-INS-MODIFICAR-EXIT.
203550     EXIT.
203555*
203560*  INTERBIB-SOLICITAR -- registra el pedido a otra institucion
203565*  de un material que la red no tiene, a nombre de un usuario
203570*  habilitado para prestamo. Si el titulo existe en la red se
203575*  remite a Reservas.
203580 INTERBIB-SOLICITAR.
203585     DISPLAY "Cedula del usuario: ".
203590     ACCEPT WS-USR-ID-BUSQUEDA.
203595     MOVE WS-USR-ID-BUSQUEDA TO USR-ID.
203600     READ ARCH-USUARIOS KEY IS USR-ID
203605         INVALID KEY
203610             DISPLAY "Usuario no encontrado."
203615             GO TO INTERBIB-SOLICITAR-EXIT
203620     END-READ.
203625     IF USR-INACTIVO
203630         DISPLAY "El usuario esta inactivo."
203635         GO TO INTERBIB-SOLICITAR-EXIT
203640     END-IF.
203645     PERFORM CARNE-EXIGIR-VIGENTE THRU
203650         CARNE-EXIGIR-VIGENTE-EXIT.
203655     IF CARNE-VENCIDO
203660         DISPLAY "Solicitud denegada: carne vencido."
203665         GO TO INTERBIB-SOLICITAR-EXIT
203670     END-IF.
203675     PERFORM VERIFICAR-MOROSIDAD THRU VERIFICAR-MOROSIDAD-EXIT.
203680     IF USUARIO-MOROSO
203685         DISPLAY "Solicitud denegada por morosidad del usuario."
203690         GO TO INTERBIB-SOLICITAR-EXIT
203695     END-IF.
203700     DISPLAY "Codigo de la institucion que presta: ".
203705     ACCEPT INS-CODIGO.
203710     READ ARCH-INSTITUCIONES KEY IS INS-CODIGO
203715         INVALID KEY
203720             DISPLAY "Institucion no registrada."
203725             GO TO INTERBIB-SOLICITAR-EXIT
203730     END-READ.
203735     IF NOT INS-ACTIVA
203740         DISPLAY "La institucion esta inactiva."
203745         GO TO INTERBIB-SOLICITAR-EXIT
203750     END-IF.
203755     DISPLAY "ISBN del material (en blanco si no tiene): ".
203760     ACCEPT WS-ISBN-BUSQUEDA.
203765     IF WS-ISBN-BUSQUEDA NOT = SPACES
203770         MOVE WS-ISBN-BUSQUEDA TO LIB-ISBN
203775         READ ARCH-LIBROS KEY IS LIB-ISBN
203780             NOT INVALID KEY
203785                 DISPLAY "El titulo existe en la red. Use la"
203790                 DISPLAY "opcion Reservas del menu principal."
203795                 GO TO INTERBIB-SOLICITAR-EXIT
203800         END-READ
203805     END-IF.
203810     DISPLAY "Titulo del material: ".
203815     ACCEPT IBL-TITULO.
203820     IF IBL-TITULO = SPACES
203825         DISPLAY "El titulo no puede quedar en blanco."
203830         GO TO INTERBIB-SOLICITAR-EXIT
203835     END-IF.
203840     DISPLAY "Sucursal donde el usuario retira el material: ".
203845     ACCEPT IBL-SUCURSAL.
203850     MOVE IBL-SUCURSAL TO WS-SUC-CODIGO-BUSQUEDA.
203855     PERFORM SUCURSALES-VALIDAR THRU SUCURSALES-VALIDAR-EXIT.
203860     IF NOT SUCURSAL-VALIDA
203865         DISPLAY "Sucursal no registrada o cerrada."
203870         GO TO INTERBIB-SOLICITAR-EXIT
203875     END-IF.
203880     MOVE "BIBCTL" TO CTL-CLAVE.
203885     READ ARCH-CONTROL KEY IS CTL-CLAVE.
203890     ADD 1 TO CTL-ULT-IBL-ID.
203895     REWRITE REG-CONTROL.
203900     MOVE "REWRITE" TO WS-DIA-OPERACION.
203905     PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT.
203910     MOVE CTL-ULT-IBL-ID   TO IBL-ID.
203915     SET IBL-ENTRANTE      TO TRUE.
203920     MOVE INS-CODIGO       TO IBL-INS-CODIGO.
203925     MOVE WS-ISBN-BUSQUEDA TO IBL-ISBN.
203930     MOVE ZERO             TO IBL-EJEMPLAR.
203935     MOVE USR-ID           TO IBL-USR-ID.
203940     MOVE WS-FECHA-HOY     TO IBL-FECHA-SOLICITUD.
203945     MOVE ZERO             TO IBL-FECHA-RECEPCION.
203950     MOVE ZERO             TO IBL-FECHA-PRESTAMO.
203955     MOVE ZERO             TO IBL-FECHA-VENC-USUARIO.
203960     MOVE ZERO             TO IBL-FECHA-DEVOLUCION.
203965     MOVE ZERO             TO IBL-FECHA-VENC-INST.
203970     MOVE ZERO             TO IBL-FECHA-REENVIO.
203975     SET IBL-SOLICITADO    TO TRUE.
203980     WRITE REG-INTERBIB
203985         INVALID KEY
203990             DISPLAY "No se pudo registrar la solicitud."
203995             GO TO INTERBIB-SOLICITAR-EXIT
204000     END-WRITE.
204005     MOVE "WRITE" TO WS-DIA-OPERACION.
204010     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
204015     DISPLAY "Solicitud interbibliotecaria No. " IBL-ID
204020         " registrada.".
204025 INTERBIB-SOLICITAR-EXIT.
204030     EXIT.
204035*
204040*  INTERBIB-RECIBIR -- llegada del material pedido. Se anota la
204045*  fecha en que debe estar de vuelta en la institucion duena; en
204050*  cero se toma el plazo registrado para la institucion.
204055 INTERBIB-RECIBIR.
204060     DISPLAY "Numero de movimiento interbibliotecario: ".
204065     ACCEPT WS-IBL-ID-BUSQUEDA.
204070     MOVE WS-IBL-ID-BUSQUEDA TO IBL-ID.
204075     READ ARCH-INTERBIB KEY IS IBL-ID
204080         INVALID KEY
204085             DISPLAY "Movimiento no encontrado."
204090             GO TO INTERBIB-RECIBIR-EXIT
204095     END-READ.
204100     IF NOT IBL-ENTRANTE OR NOT IBL-SOLICITADO
204105         DISPLAY "El movimiento no es una solicitud pendiente."
204110         GO TO INTERBIB-RECIBIR-EXIT
204115     END-IF.
204120     MOVE IBL-INS-CODIGO TO INS-CODIGO.
204125     READ ARCH-INSTITUCIONES KEY IS INS-CODIGO
204130         INVALID KEY
204135             MOVE ZERO TO INS-DIAS-PLAZO
204140     END-READ.
204145     PERFORM INTERBIB-PEDIR-FECHA-LIMITE THRU
204150         INTERBIB-PEDIR-FECHA-LIMITE-EXIT.
204155     IF WS-IBL-FECHA-LIMITE NOT > WS-FECHA-HOY
204160         DISPLAY "La fecha limite debe ser posterior a hoy."
204165         GO TO INTERBIB-RECIBIR-EXIT
204170     END-IF.
204175     MOVE WS-FECHA-HOY        TO IBL-FECHA-RECEPCION.
204180     MOVE WS-IBL-FECHA-LIMITE TO IBL-FECHA-VENC-INST.
204185     SET IBL-RECIBIDO         TO TRUE.
204190     REWRITE REG-INTERBIB.
204195     MOVE "REWRITE" TO WS-DIA-OPERACION.
204200     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
204205     DISPLAY "Material recibido; debe volver a la institucion"
204210         " el " IBL-FECHA-VENC-INST ".".
204215     DISPLAY "Avise al usuario " IBL-USR-ID
204220         " que puede retirarlo en " IBL-SUCURSAL ".".
204225 INTERBIB-RECIBIR-EXIT.
204230     EXIT.
204235*
204240*  INTERBIB-PEDIR-FECHA-LIMITE -- con REG-INSTITUCION en memoria
204245*  deja en WS-IBL-FECHA-LIMITE la fecha digitada o, si se digita
204250*  cero, hoy mas el plazo de la institucion.
204255 INTERBIB-PEDIR-FECHA-LIMITE.
204260     DISPLAY "Fecha limite de devolucion a la institucion".
204265     DISPLAY "(AAAAMMDD, 0 = plazo de la institucion): ".
204270     ACCEPT WS-IBL-FECHA-LIMITE.
204275     IF WS-IBL-FECHA-LIMITE = ZERO
204280         AND INS-DIAS-PLAZO NUMERIC AND INS-DIAS-PLAZO > ZERO
204285         MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) TO
204290           WS-ENTERO-FECHA-1
204295         ADD INS-DIAS-PLAZO TO WS-ENTERO-FECHA-1
204300         MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA-1)
204305             TO WS-IBL-FECHA-LIMITE
204310     END-IF.
204315 INTERBIB-PEDIR-FECHA-LIMITE-EXIT.
204320     EXIT.
204325*
204330*  INTERBIB-PRESTAR -- entrega al usuario el material recibido.
204335*  Se exigen las mismas condiciones que en el mostrador. El
204340*  usuario lo devuelve WS-IBL-DIAS-MARGEN dias antes de la fecha
204345*  limite de la institucion (corrido al siguiente dia habil de
204350*  la sucursal, sin pasar nunca de esa fecha limite).
204355 INTERBIB-PRESTAR.
204360     DISPLAY "Numero de movimiento interbibliotecario: ".
204365     ACCEPT WS-IBL-ID-BUSQUEDA.
204370     MOVE WS-IBL-ID-BUSQUEDA TO IBL-ID.
204375     READ ARCH-INTERBIB KEY IS IBL-ID
204380         INVALID KEY
204385             DISPLAY "Movimiento no encontrado."
204390             GO TO INTERBIB-PRESTAR-EXIT
204395     END-READ.
204400     IF NOT IBL-ENTRANTE OR NOT IBL-RECIBIDO
204405         DISPLAY "El material no esta recibido y en espera."
204410         GO TO INTERBIB-PRESTAR-EXIT
204415     END-IF.
204420     IF IBL-FECHA-VENC-INST NOT > WS-FECHA-HOY
204425         DISPLAY "La fecha limite de la institucion ya llego;"
204430         DISPLAY "el material debe reenviarse."
204435         GO TO INTERBIB-PRESTAR-EXIT
204440     END-IF.
204445     MOVE IBL-USR-ID TO WS-USR-ID-BUSQUEDA.
204450     MOVE IBL-USR-ID TO USR-ID.
204455     READ ARCH-USUARIOS KEY IS USR-ID
204460         INVALID KEY
204465             DISPLAY "Usuario no encontrado."
204470             GO TO INTERBIB-PRESTAR-EXIT
204475     END-READ.
204480     IF USR-INACTIVO
204485         DISPLAY "El usuario esta inactivo."
204490         GO TO INTERBIB-PRESTAR-EXIT
204495     END-IF.
204500     PERFORM CARNE-EXIGIR-VIGENTE THRU
204505         CARNE-EXIGIR-VIGENTE-EXIT.
204510     IF CARNE-VENCIDO
204515         DISPLAY "Prestamo denegado: carne vencido."
204520         GO TO INTERBIB-PRESTAR-EXIT
204525     END-IF.
204530     PERFORM VERIFICAR-MOROSIDAD THRU VERIFICAR-MOROSIDAD-EXIT.
204535     IF USUARIO-MOROSO
204540         DISPLAY "Prestamo denegado por morosidad del usuario."
204545         GO TO INTERBIB-PRESTAR-EXIT
204550     END-IF.
204555*  VERIFICAR-MOROSIDAD recorre ARCH-INTERBIB; se vuelve a leer
204560*  el movimiento antes de actualizarlo.
204565     MOVE WS-IBL-ID-BUSQUEDA TO IBL-ID.
204570     READ ARCH-INTERBIB KEY IS IBL-ID
204575         INVALID KEY
204580             DISPLAY "Movimiento no encontrado."
204585             GO TO INTERBIB-PRESTAR-EXIT
204590     END-READ.
204595     MOVE FUNCTION INTEGER-OF-DATE(IBL-FECHA-VENC-INST) TO
204600       WS-ENTERO-FECHA-1.
204605     SUBTRACT WS-IBL-DIAS-MARGEN FROM WS-ENTERO-FECHA-1.
204610     MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA-1)
204615         TO WS-FER-FECHA-EVAL.
204620     MOVE IBL-SUCURSAL TO WS-FER-SUC-EVAL.
204625     PERFORM FERIADOS-SIGUIENTE-HABIL THRU
204630         FERIADOS-SIGUIENTE-HABIL-EXIT.
204635     MOVE WS-FER-FECHA-EVAL TO IBL-FECHA-VENC-USUARIO.
204640     IF IBL-FECHA-VENC-USUARIO > IBL-FECHA-VENC-INST
204645         OR IBL-FECHA-VENC-USUARIO NOT > WS-FECHA-HOY
204650         MOVE IBL-FECHA-VENC-INST TO IBL-FECHA-VENC-USUARIO
204655     END-IF.
204660     MOVE WS-FECHA-HOY TO IBL-FECHA-PRESTAMO.
204665     SET IBL-PRESTADO  TO TRUE.
204670     REWRITE REG-INTERBIB.
204675     MOVE "REWRITE" TO WS-DIA-OPERACION.
204680     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
204685     DISPLAY "Material " IBL-ID " prestado a " IBL-USR-ID
204690         ". Vence: " IBL-FECHA-VENC-USUARIO.
204695 INTERBIB-PRESTAR-EXIT.
204700     EXIT.
204705*
204710*  INTERBIB-DEVOLVER -- el usuario entrega el material ajeno; si
204715*  lo trae despues de su vencimiento se genera la multa.
204720 INTERBIB-DEVOLVER.
204725     DISPLAY "Numero de movimiento interbibliotecario: ".
204730     ACCEPT WS-IBL-ID-BUSQUEDA.
204735     MOVE WS-IBL-ID-BUSQUEDA TO IBL-ID.
204740     READ ARCH-INTERBIB KEY IS IBL-ID
204745         INVALID KEY
204750             DISPLAY "Movimiento no encontrado."
204755             GO TO INTERBIB-DEVOLVER-EXIT
204760     END-READ.
204765     IF NOT IBL-ENTRANTE OR NOT IBL-PRESTADO
204770         DISPLAY "El material no esta prestado a un usuario."
204775         GO TO INTERBIB-DEVOLVER-EXIT
204780     END-IF.
204785     MOVE WS-FECHA-HOY TO IBL-FECHA-DEVOLUCION.
204790     SET IBL-DEVUELTO  TO TRUE.
204795     REWRITE REG-INTERBIB.
204800     MOVE "REWRITE" TO WS-DIA-OPERACION.
204805     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
204810     PERFORM INTERBIB-GENERAR-MULTA THRU
204815         INTERBIB-GENERAR-MULTA-EXIT.
204820     DISPLAY "Devolucion registrada; el material " IBL-ID
204825         " queda listo para reenviarse.".
204830 INTERBIB-DEVOLVER-EXIT.
204835     EXIT.
204840*
204845*  INTERBIB-GENERAR-MULTA -- con REG-INTERBIB ya devuelto, cobra
204850*  los dias habiles de atraso de la sucursal de retiro con la
204855*  tarifa de la categoria del usuario, igual que el prestamo de
204860*  mostrador. La multa lleva el numero del movimiento en
204865*  PEN-PRE-ID y tipo interbibliotecario.
204870 INTERBIB-GENERAR-MULTA.
204875     MOVE IBL-FECHA-VENC-USUARIO TO WS-FER-DESDE.
204880     MOVE IBL-FECHA-DEVOLUCION   TO WS-FER-HASTA.
204885     MOVE IBL-SUCURSAL           TO WS-FER-SUC-EVAL.
204890     PERFORM FERIADOS-CONTAR-HABILES THRU
204895         FERIADOS-CONTAR-HABILES-EXIT.
204900     MOVE WS-DIAS-HABILES TO WS-DIAS-RETRASO.
204905     IF WS-DIAS-RETRASO NOT > 0
204910         GO TO INTERBIB-GENERAR-MULTA-EXIT
204915     END-IF.
204920     MOVE IBL-USR-ID TO USR-ID.
204925     READ ARCH-USUARIOS KEY IS USR-ID
204930         INVALID KEY
204935             MOVE SPACES TO USR-CATEGORIA
204940     END-READ.
204945     PERFORM POLITICA-DEL-USUARIO THRU
204950         POLITICA-DEL-USUARIO-EXIT.
204955     COMPUTE WS-MONTO-MULTA = WS-DIAS-RETRASO * WS-POL-TARIFA.
204960     MOVE "BIBCTL" TO CTL-CLAVE.
204965     READ ARCH-CONTROL KEY IS CTL-CLAVE.
204970     ADD 1 TO CTL-ULT-PEN-ID.
204975     REWRITE REG-CONTROL.
204980     MOVE "REWRITE" TO WS-DIA-OPERACION.
204985     PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT.
204990     MOVE CTL-ULT-PEN-ID   TO PEN-ID.
204995     MOVE IBL-ID           TO PEN-PRE-ID.
205000     MOVE IBL-USR-ID       TO PEN-USR-ID.
205005     MOVE WS-FECHA-HOY     TO PEN-FECHA-GENERACION.
205010     MOVE WS-DIAS-RETRASO  TO PEN-DIAS-RETRASO.
205015     MOVE WS-MONTO-MULTA   TO PEN-MONTO.
205020     SET PEN-PENDIENTE     TO TRUE.
205025     SET PEN-TIPO-INTERBIB TO TRUE.
205030     MOVE ZERO             TO PEN-RECIBO.
205035     MOVE ZERO             TO PEN-FECHA-PAGO.
205040     MOVE SPACES           TO PEN-SUCURSAL-PAGO.
205045     MOVE ZERO             TO PEN-MONTO-ORIGINAL.
205050     MOVE SPACES           TO PEN-MOTIVO-AJUSTE.
205055     MOVE SPACES           TO PEN-AUTORIZO.
205060     MOVE ZERO             TO PEN-FECHA-AJUSTE.
205065     MOVE SPACES           TO PEN-SUCURSAL-AJUSTE.
205066     MOVE ZERO             TO PEN-MONTO-AJUSTE.
205067     MOVE SPACES           TO PEN-FUNC-COBRO.
205070     WRITE REG-PENALIZACION
205075         INVALID KEY
205080             DISPLAY "No se pudo registrar la multa."
205085             GO TO INTERBIB-GENERAR-MULTA-EXIT
205090     END-WRITE.
205095     MOVE "WRITE" TO WS-DIA-OPERACION.
205100     PERFORM DIARIO-PENALIZACION THRU
205105         DIARIO-PENALIZACION-EXIT.
205110     DISPLAY "Multa generada automaticamente: " PEN-MONTO
205115         " (" PEN-DIAS-RETRASO " dias de atraso)".
205120 INTERBIB-GENERAR-MULTA-EXIT.
205125     EXIT.
205130*
205135*  INTERBIB-REENVIAR -- cierra el ciclo del material ajeno: una
205140*  solicitud que no llego se cancela; el material recibido o ya
205145*  devuelto por el usuario se despacha a su institucion.
205150 INTERBIB-REENVIAR.
205155     DISPLAY "Numero de movimiento interbibliotecario: ".
205160     ACCEPT WS-IBL-ID-BUSQUEDA.
205165     MOVE WS-IBL-ID-BUSQUEDA TO IBL-ID.
205170     READ ARCH-INTERBIB KEY IS IBL-ID
205175         INVALID KEY
205180             DISPLAY "Movimiento no encontrado."
205185             GO TO INTERBIB-REENVIAR-EXIT
205190     END-READ.
205195     IF NOT IBL-ENTRANTE
205200         DISPLAY "El movimiento es de un ejemplar propio; use"
205205         DISPLAY "la opcion de retorno de ejemplar propio."
205210         GO TO INTERBIB-REENVIAR-EXIT
205215     END-IF.
205220     EVALUATE TRUE
205225         WHEN IBL-SOLICITADO
205230             SET IBL-CANCELADO TO TRUE
205235             MOVE "Solicitud cancelada." TO WS-LINEA-SALIDA
205240         WHEN IBL-RECIBIDO
205245         WHEN IBL-DEVUELTO
205250             SET IBL-CERRADO TO TRUE
205255             MOVE WS-FECHA-HOY TO IBL-FECHA-REENVIO
205260             MOVE "Material reenviado a la institucion."
205265                 TO WS-LINEA-SALIDA
205270         WHEN IBL-PRESTADO
205275             DISPLAY "El material sigue en poder del usuario "
205280                 IBL-USR-ID "."
205285             GO TO INTERBIB-REENVIAR-EXIT
205290         WHEN OTHER
205295             DISPLAY "El movimiento ya esta cerrado."
205300             GO TO INTERBIB-REENVIAR-EXIT
205305     END-EVALUATE.
205310     REWRITE REG-INTERBIB.
205315     MOVE "REWRITE" TO WS-DIA-OPERACION.
205320     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
205325     DISPLAY WS-LINEA-SALIDA.
205330     IF IBL-CERRADO AND IBL-FECHA-REENVIO > IBL-FECHA-VENC-INST
205335         DISPLAY "Aviso: se reenvia despues de la fecha limite "
205340             IBL-FECHA-VENC-INST "."
205345     END-IF.
205350 INTERBIB-REENVIAR-EXIT.
205355     EXIT.
205360*
205365*  INTERBIB-PRESTAR-PROPIO -- presta un ejemplar disponible de la
205370*  red a otra institucion. El ejemplar pasa a estado prestado a
205375*  otra institucion: sale de la disponibilidad del titulo sin
205380*  contarse como perdido. No se presta fuera de la red un titulo
205385*  con reservas en espera.
205390 INTERBIB-PRESTAR-PROPIO.
205395     DISPLAY "Codigo de la institucion solicitante: ".
205400     ACCEPT INS-CODIGO.
205405     READ ARCH-INSTITUCIONES KEY IS INS-CODIGO
205410         INVALID KEY
205415             DISPLAY "Institucion no registrada."
205420             GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205425     END-READ.
205430     IF NOT INS-ACTIVA
205435         DISPLAY "La institucion esta inactiva."
205440         GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205445     END-IF.
205450     DISPLAY "ISBN del libro: ".
205455     ACCEPT WS-ISBN-BUSQUEDA.
205460     MOVE WS-ISBN-BUSQUEDA TO LIB-ISBN.
205465     READ ARCH-LIBROS KEY IS LIB-ISBN
205470         INVALID KEY
205475             DISPLAY "Libro no encontrado."
205480             GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205485     END-READ.
205490     IF LIB-EJEMPLARES-DISPON = ZERO
205495         DISPLAY "No hay ejemplares disponibles del titulo."
205500         GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205505     END-IF.
205510     MOVE SPACES TO USR-ID.
205515     PERFORM PRESTAMOS-REGISTRAR-VERIFICAR-RESERVA THRU
205520         PRESTAMOS-REGISTRAR-VERIFICAR-RESERVA-EXIT.
205525     IF REGISTRO-ENCONTRADO
205530         DISPLAY "El titulo tiene reservas en espera; no se"
205535         DISPLAY "presta fuera de la red."
205540         GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205545     END-IF.
205550     PERFORM PRESTAMOS-ASEGURAR-EJEMPLARES THRU
205555         PRESTAMOS-ASEGURAR-EJEMPLARES-EXIT.
205560     DISPLAY "Numero de ejemplar (codigo de barras): ".
205565     ACCEPT WS-EJE-NUMERO.
205570     MOVE LIB-ISBN      TO EJE-ISBN.
205575     MOVE WS-EJE-NUMERO TO EJE-NUMERO.
205580     READ ARCH-EJEMPLARES KEY IS EJE-LLAVE
205585         INVALID KEY
205590             DISPLAY "Ese ejemplar no existe para el ISBN."
205595             GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205600     END-READ.
205605     IF NOT EJE-DISPONIBLE
205610         DISPLAY "El ejemplar no esta disponible (estado "
205615             EJE-ESTADO ")."
205620         GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205625     END-IF.
205630     PERFORM INTERBIB-PEDIR-FECHA-LIMITE THRU
205635         INTERBIB-PEDIR-FECHA-LIMITE-EXIT.
205640     IF WS-IBL-FECHA-LIMITE NOT > WS-FECHA-HOY
205645         DISPLAY "La fecha limite debe ser posterior a hoy."
205650         GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205655     END-IF.
205660     MOVE "BIBCTL" TO CTL-CLAVE.
205665     READ ARCH-CONTROL KEY IS CTL-CLAVE.
205670     ADD 1 TO CTL-ULT-IBL-ID.
205675     REWRITE REG-CONTROL.
205680     MOVE "REWRITE" TO WS-DIA-OPERACION.
205685     PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT.
205690     MOVE CTL-ULT-IBL-ID      TO IBL-ID.
205695     SET IBL-SALIENTE         TO TRUE.
205700     MOVE INS-CODIGO          TO IBL-INS-CODIGO.
205705     MOVE LIB-ISBN            TO IBL-ISBN.
205710     MOVE LIB-TITULO          TO IBL-TITULO.
205715     MOVE WS-EJE-NUMERO       TO IBL-EJEMPLAR.
205720     MOVE SPACES              TO IBL-USR-ID.
205725     MOVE EJE-SUCURSAL        TO IBL-SUCURSAL.
205730     MOVE WS-FECHA-HOY        TO IBL-FECHA-SOLICITUD.
205735     MOVE ZERO                TO IBL-FECHA-RECEPCION.
205740     MOVE WS-FECHA-HOY        TO IBL-FECHA-PRESTAMO.
205745     MOVE ZERO                TO IBL-FECHA-VENC-USUARIO.
205750     MOVE ZERO                TO IBL-FECHA-DEVOLUCION.
205755     MOVE WS-IBL-FECHA-LIMITE TO IBL-FECHA-VENC-INST.
205760     MOVE ZERO                TO IBL-FECHA-REENVIO.
205765     SET IBL-PRESTADO         TO TRUE.
205770     WRITE REG-INTERBIB
205775         INVALID KEY
205780             DISPLAY "No se pudo registrar el prestamo."
205785             GO TO INTERBIB-PRESTAR-PROPIO-EXIT
205790     END-WRITE.
205795     MOVE "WRITE" TO WS-DIA-OPERACION.
205800     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
205805     SUBTRACT 1 FROM LIB-EJEMPLARES-DISPON.
205810     REWRITE REG-LIBRO.
205815     MOVE "REWRITE" TO WS-DIA-OPERACION.
205820     PERFORM DIARIO-LIBRO THRU DIARIO-LIBRO-EXIT.
205825     SET EJE-EN-INTERBIB TO TRUE.
205830     REWRITE REG-EJEMPLAR.
205835     MOVE "REWRITE" TO WS-DIA-OPERACION.
205840     PERFORM DIARIO-EJEMPLAR THRU DIARIO-EJEMPLAR-EXIT.
205845     DISPLAY "Prestamo interbibliotecario No. " IBL-ID
205850         " registrado. Debe volver el " IBL-FECHA-VENC-INST.
205855 INTERBIB-PRESTAR-PROPIO-EXIT.
205860     EXIT.
205865*
205870*  INTERBIB-RETORNO-PROPIO -- el ejemplar prestado a otra
205875*  institucion regresa: vuelve a estar disponible y se avisa al
205880*  primero de la cola de reservas del titulo, si la hay.
205885 INTERBIB-RETORNO-PROPIO.
205890     DISPLAY "Numero de movimiento interbibliotecario: ".
205895     ACCEPT WS-IBL-ID-BUSQUEDA.
205900     MOVE WS-IBL-ID-BUSQUEDA TO IBL-ID.
205905     READ ARCH-INTERBIB KEY IS IBL-ID
205910         INVALID KEY
205915             DISPLAY "Movimiento no encontrado."
205920             GO TO INTERBIB-RETORNO-PROPIO-EXIT
205925     END-READ.
205930     IF NOT IBL-SALIENTE OR NOT IBL-PRESTADO
205935         DISPLAY "El movimiento no es un ejemplar propio"
205940             " prestado."
205945         GO TO INTERBIB-RETORNO-PROPIO-EXIT
205950     END-IF.
205955     MOVE WS-FECHA-HOY TO IBL-FECHA-DEVOLUCION.
205960     SET IBL-CERRADO   TO TRUE.
205965     REWRITE REG-INTERBIB.
205970     MOVE "REWRITE" TO WS-DIA-OPERACION.
205975     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
205980     MOVE IBL-ISBN     TO EJE-ISBN.
205985     MOVE IBL-EJEMPLAR TO EJE-NUMERO.
205990     READ ARCH-EJEMPLARES KEY IS EJE-LLAVE
205995         INVALID KEY
206000             DISPLAY "Aviso: el ejemplar ya no existe."
206005             GO TO INTERBIB-RETORNO-PROPIO-EXIT
206010     END-READ.
206015     IF NOT EJE-EN-INTERBIB
206020         DISPLAY "Aviso: el ejemplar no figuraba prestado a"
206025             " otra institucion (estado " EJE-ESTADO ")."
206030         GO TO INTERBIB-RETORNO-PROPIO-EXIT
206035     END-IF.
206040     SET EJE-DISPONIBLE TO TRUE.
206045     REWRITE REG-EJEMPLAR.
206050     MOVE "REWRITE" TO WS-DIA-OPERACION.
206055     PERFORM DIARIO-EJEMPLAR THRU DIARIO-EJEMPLAR-EXIT.
206060     MOVE IBL-ISBN TO LIB-ISBN.
206065     READ ARCH-LIBROS KEY IS LIB-ISBN
206070         INVALID KEY
206075             DISPLAY "Libro no encontrado."
206080             GO TO INTERBIB-RETORNO-PROPIO-EXIT
206085     END-READ.
206090     ADD 1 TO LIB-EJEMPLARES-DISPON.
206095     REWRITE REG-LIBRO.
206100     MOVE "REWRITE" TO WS-DIA-OPERACION.
206105     PERFORM DIARIO-LIBRO THRU DIARIO-LIBRO-EXIT.
206110     MOVE IBL-ISBN TO PRE-ISBN.
206115     PERFORM RESERVAS-NOTIFICAR-SIGUIENTE THRU
206120         RESERVAS-NOTIFICAR-SIGUIENTE-EXIT.
206125     DISPLAY "Retorno registrado para el movimiento " IBL-ID.
206130 INTERBIB-RETORNO-PROPIO-EXIT.
206135     EXIT.
206140*
206145* -----------------------------------------------------------------
206150*  INFORMES-INTERBIB -- prestamos interbibliotecarios abiertos,
206155*  en ambos sentidos, agrupados por institucion, con los que ya
206160*  pasaron su vencimiento: el del usuario para el material ajeno
206165*  que sigue prestado y la fecha limite de la institucion para
206170*  todo lo que aun no vuelve a su dueno (INTERBIB.TXT).
206175* -----------------------------------------------------------------
206180 INFORMES-INTERBIB.
206185     MOVE ZERO   TO WS-IBL-RED-ABIERTOS.
206190     MOVE ZERO   TO WS-IBL-RED-VENCIDOS.
206195     MOVE SPACES TO WS-IBL-INS-ANT.
206200     OPEN OUTPUT ARCH-INTERBIB-INF.
206205     MOVE SPACES TO WS-LINEA-INTERBIB.
206210     STRING "PRESTAMOS INTERBIBLIOTECARIOS ABIERTOS AL "
206215             DELIMITED BY SIZE
206220         WS-FECHA-HOY       DELIMITED BY SIZE
206225         INTO WS-LINEA-INTERBIB
206230     END-STRING.
206235     MOVE WS-LINEA-INTERBIB TO REG-INTERBIB-INF.
206240     WRITE REG-INTERBIB-INF.
206245     MOVE SPACES TO WS-LINEA-INTERBIB.
206250     STRING "MOVIMTO  T ISBN          TITULO"
206255             DELIMITED BY SIZE
206260         "                         E USUARIO/EJEMPLAR"
206265             DELIMITED BY SIZE
206270         " VENC.USR VENC.INS SITUACION"
206275             DELIMITED BY SIZE
206280         INTO WS-LINEA-INTERBIB
206285     END-STRING.
206290     MOVE WS-LINEA-INTERBIB TO REG-INTERBIB-INF.
206295     WRITE REG-INTERBIB-INF.
206300     MOVE LOW-VALUE TO IBL-INS-CODIGO.
206305     MOVE "N" TO WS-SW-FIN-LECTURA.
206310     START ARCH-INTERBIB KEY IS NOT LESS THAN IBL-INS-CODIGO
206315         INVALID KEY SET FIN-LECTURA TO TRUE
206320     END-START.
206325     PERFORM INFORMES-IBL-LEER THRU
206327         INFORMES-IBL-LEER-EXIT UNTIL FIN-LECTURA.
206330     IF WS-IBL-INS-ANT NOT = SPACES
206335         PERFORM INFORMES-IBL-SUBTOTAL THRU
206340             INFORMES-IBL-SUBTOTAL-EXIT
206345     END-IF.
206350     IF WS-IBL-RED-ABIERTOS = ZERO
206355         MOVE "  (SIN PRESTAMOS INTERBIBLIOTECARIOS ABIERTOS)"
206360             TO REG-INTERBIB-INF
206365         WRITE REG-INTERBIB-INF
206370     END-IF.
206375     MOVE SPACES TO WS-LINEA-INTERBIB.
206380     STRING "TOTAL DE LA RED: "  DELIMITED BY SIZE
206385         WS-IBL-RED-ABIERTOS     DELIMITED BY SIZE
206390         " ABIERTOS, "           DELIMITED BY SIZE
206395         WS-IBL-RED-VENCIDOS     DELIMITED BY SIZE
206400         " VENCIDOS"             DELIMITED BY SIZE
206405         INTO WS-LINEA-INTERBIB
206410     END-STRING.
206415     MOVE WS-LINEA-INTERBIB TO REG-INTERBIB-INF.
206420     WRITE REG-INTERBIB-INF.
206425     CLOSE ARCH-INTERBIB-INF.
206430     DISPLAY "Informe interbibliotecario generado en"
206435         " INTERBIB.TXT.".
206440 INFORMES-INTERBIB-EXIT.
206445     EXIT.
206450*
206455*  INFORMES-IBL-LEER -- recorre por la llave alterna de la
206460*  institucion; al cambiar de institucion cierra el grupo
206465*  anterior y abre el nuevo con su encabezado.
206470 INFORMES-IBL-LEER.
206475     READ ARCH-INTERBIB NEXT RECORD
206480         AT END
206485             SET FIN-LECTURA TO TRUE
206490             GO TO INFORMES-IBL-LEER-EXIT
206495     END-READ.
206500     IF NOT IBL-ABIERTO
206505         GO TO INFORMES-IBL-LEER-EXIT
206510     END-IF.
206515     IF IBL-INS-CODIGO NOT = WS-IBL-INS-ANT
206520         IF WS-IBL-INS-ANT NOT = SPACES
206525             PERFORM INFORMES-IBL-SUBTOTAL THRU
206530                 INFORMES-IBL-SUBTOTAL-EXIT
206535         END-IF
206540         PERFORM INFORMES-IBL-ENCABEZADO THRU
206545             INFORMES-IBL-ENCABEZADO-EXIT
206550     END-IF.
206555     MOVE SPACES TO WS-IBL-MARCA.
206560     IF IBL-ENTRANTE AND IBL-PRESTADO
206565         AND IBL-FECHA-VENC-USUARIO < WS-FECHA-HOY
206570         MOVE "VENCIDO USUARIO" TO WS-IBL-MARCA
206575     END-IF.
206580     IF NOT IBL-SOLICITADO AND IBL-FECHA-VENC-INST > ZERO
206585         AND IBL-FECHA-VENC-INST < WS-FECHA-HOY
206590         MOVE "VENCIDO INSTITUCION" TO WS-IBL-MARCA
206595     END-IF.
206600     ADD 1 TO WS-IBL-ABIERTOS.
206605     ADD 1 TO WS-IBL-RED-ABIERTOS.
206610     IF WS-IBL-MARCA NOT = SPACES
206615         ADD 1 TO WS-IBL-VENCIDOS
206620         ADD 1 TO WS-IBL-RED-VENCIDOS
206625     END-IF.
206630     MOVE SPACES TO WS-IBL-REFERENCIA.
206635     IF IBL-ENTRANTE
206640         MOVE IBL-USR-ID TO WS-IBL-REFERENCIA
206645     ELSE
206650         STRING "EJEMPLAR "    DELIMITED BY SIZE
206655             IBL-EJEMPLAR      DELIMITED BY SIZE
206660             INTO WS-IBL-REFERENCIA
206665         END-STRING
206670     END-IF.
206675     MOVE SPACES TO WS-LINEA-INTERBIB.
206680     STRING IBL-ID                 DELIMITED BY SIZE
206685         " "                       DELIMITED BY SIZE
206690         IBL-TIPO                  DELIMITED BY SIZE
206695         " "                       DELIMITED BY SIZE
206700         IBL-ISBN                  DELIMITED BY SIZE
206705         " "                       DELIMITED BY SIZE
206710         IBL-TITULO(1:30)          DELIMITED BY SIZE
206715         " "                       DELIMITED BY SIZE
206720         IBL-ESTADO                DELIMITED BY SIZE
206725         " "                       DELIMITED BY SIZE
206730         WS-IBL-REFERENCIA         DELIMITED BY SIZE
206735         " "                       DELIMITED BY SIZE
206740         IBL-FECHA-VENC-USUARIO    DELIMITED BY SIZE
206745         " "                       DELIMITED BY SIZE
206750         IBL-FECHA-VENC-INST       DELIMITED BY SIZE
206755         " "                       DELIMITED BY SIZE
206760         WS-IBL-MARCA              DELIMITED BY SIZE
206765         INTO WS-LINEA-INTERBIB
206770     END-STRING.
206775     MOVE WS-LINEA-INTERBIB TO REG-INTERBIB-INF.
206780     WRITE REG-INTERBIB-INF.
206785 INFORMES-IBL-LEER-EXIT.
206790     EXIT.
206795*
206800 INFORMES-IBL-ENCABEZADO.
206805     MOVE IBL-INS-CODIGO TO WS-IBL-INS-ANT.
206810     MOVE ZERO TO WS-IBL-ABIERTOS.
206815     MOVE ZERO TO WS-IBL-VENCIDOS.
206820     MOVE IBL-INS-CODIGO TO INS-CODIGO.
206825     READ ARCH-INSTITUCIONES KEY IS INS-CODIGO
206830         INVALID KEY
206835             MOVE "(INSTITUCION NO REGISTRADA)" TO INS-NOMBRE
206840     END-READ.
206845     MOVE SPACES TO REG-INTERBIB-INF.
206850     WRITE REG-INTERBIB-INF.
206855     MOVE SPACES TO WS-LINEA-INTERBIB.
206860     STRING "INSTITUCION "     DELIMITED BY SIZE
206865         IBL-INS-CODIGO        DELIMITED BY SIZE
206870         " "                   DELIMITED BY SIZE
206875         INS-NOMBRE            DELIMITED BY SIZE
206880         INTO WS-LINEA-INTERBIB
206885     END-STRING.
206890     MOVE WS-LINEA-INTERBIB TO REG-INTERBIB-INF.
206895     WRITE REG-INTERBIB-INF.
206900 INFORMES-IBL-ENCABEZADO-EXIT.
206905     EXIT.
206910*
206915 INFORMES-IBL-SUBTOTAL.
206920     MOVE SPACES TO WS-LINEA-INTERBIB.
206925     STRING "  SUBTOTAL "      DELIMITED BY SIZE
206930         WS-IBL-INS-ANT        DELIMITED BY SIZE
206935         ": "                  DELIMITED BY SIZE
206940         WS-IBL-ABIERTOS       DELIMITED BY SIZE
206945         " ABIERTOS, "         DELIMITED BY SIZE
206950         WS-IBL-VENCIDOS       DELIMITED BY SIZE
206955         " VENCIDOS"           DELIMITED BY SIZE
206960         INTO WS-LINEA-INTERBIB
206965     END-STRING.
206970     MOVE WS-LINEA-INTERBIB TO REG-INTERBIB-INF.
206975     WRITE REG-INTERBIB-INF.
206980 INFORMES-IBL-SUBTOTAL-EXIT.
206985     EXIT.
206990*
206995* -----------------------------------------------------------------
207000*  INFORMES-OTROS -- informes de menor uso agrupados bajo una
207005*  sola opcion del submenu de informes.
207010* -----------------------------------------------------------------
207015 INFORMES-OTROS.
207020     DISPLAY "1. Interbibliotecarios abiertos y vencidos".
207025     DISPLAY "2. Estadistica mensual para la Municipalidad".
207027     DISPLAY "3. Expurgo: candidatos a descarte y reposicion".
207028     DISPLAY "4. Mensajeria: procesar acuses de la pasarela".
207029     DISPLAY "5. Mensajeria: rebotes por sucursal".
207031     DISPLAY "6. Uso de la estacion de autoservicio".
207032     DISPLAY "7. Actividad por funcionario (cuadre de turnos)".
207033     DISPLAY "9. Volver".
207035     ACCEPT WS-INF-OPCION.
207040     EVALUATE WS-INF-OPCION
207045         WHEN 1
207050             PERFORM INFORMES-INTERBIB THRU
207055                 INFORMES-INTERBIB-EXIT
207060         WHEN 2
207065             PERFORM INFORMES-ESTADISTICA THRU
207070                 INFORMES-ESTADISTICA-EXIT
207071         WHEN 3
207072             PERFORM INFORMES-EXPURGO THRU
207073                 INFORMES-EXPURGO-EXIT
207074         WHEN 4
207075             PERFORM MENSAJES-PROCESAR-ACUSES THRU
207076                 MENSAJES-PROCESAR-ACUSES-EXIT
207077         WHEN 5
207078             PERFORM INFORMES-REBOTES THRU
207079                 INFORMES-REBOTES-EXIT
207080         WHEN 6
207081             PERFORM INFORMES-AUTOSERVICIO THRU
207082                 INFORMES-AUTOSERVICIO-EXIT
207083         WHEN 7
207084             PERFORM INFORMES-ACTIVIDAD THRU
207085                 INFORMES-ACTIVIDAD-EXIT
207086         WHEN 9 CONTINUE
207087         WHEN OTHER DISPLAY "Opcion invalida"
207088     END-EVALUATE.
207090 INFORMES-OTROS-EXIT.
207095     EXIT.
207100*
207105* -----------------------------------------------------------------
207110*  INFORMES-ESTADISTICA -- estadistica mensual de la red para la
207115*  Municipalidad (ESTADIST.TXT): prestamos, renovaciones,
207120*  devoluciones, usuarios nuevos y activos, carnes vigentes,
207125*  reservas atendidas y canceladas, multas generadas y cobradas
207130*  y ejemplares incorporados, dados de baja y perdidos, por
207135*  sucursal y categoria de usuario, con el total de cada
207140*  sucursal y de la red y la comparacion con el mismo mes del
207145*  ano anterior. Lee los maestros y los historicos de prestamos
207150*  y multas. Es tambien el ultimo paso del proceso mensual.
207155* -----------------------------------------------------------------
207160 INFORMES-ESTADISTICA.
207165     DISPLAY "Fecha de corte del mes a informar (AAAAMMDD): ".
207170     ACCEPT WS-FECHA-CORTE.
207175     PERFORM INFORMES-ESTADISTICA-EJECUTAR THRU
207180         INFORMES-ESTADISTICA-EJECUTAR-EXIT.
207185 INFORMES-ESTADISTICA-EXIT.
207190     EXIT.
207195*
207200*  INFORMES-ESTADISTICA-EJECUTAR -- cuerpo sin dialogos, con
207205*  WS-FECHA-CORTE ya cargada.
207210 INFORMES-ESTADISTICA-EJECUTAR.
207215     DIVIDE WS-FECHA-CORTE BY 100 GIVING WS-EST-ANOMES.
207220     COMPUTE WS-EST-DESDE = WS-EST-ANOMES * 100 + 1.
207225     MOVE WS-FECHA-CORTE TO WS-EST-HASTA.
207230     COMPUTE WS-EST-ANT-DESDE = WS-EST-DESDE - 10000.
207235     COMPUTE WS-EST-ANT-HASTA = WS-EST-HASTA - 10000.
207240     IF WS-EST-ANT-MM = 2 AND WS-EST-ANT-DD = 29
207245         MOVE 28 TO WS-EST-ANT-DD
207250     END-IF.
207255     INITIALIZE TABLA-ESTADISTICA-RED.
207260     MOVE ZERO TO WS-EST-SUCURSALES.
207265     OPEN OUTPUT ARCH-ESTADISTICA.
207270     MOVE "ESTADISTICA MENSUAL DE LA RED PARA LA MUNICIPALIDAD"
207275         TO REG-ESTADISTICA.
207280     WRITE REG-ESTADISTICA.
207285     MOVE SPACES TO WS-LINEA-ESTADIST.
207290     STRING "PERIODO DEL "         DELIMITED BY SIZE
207295         WS-EST-DESDE              DELIMITED BY SIZE
207300         " AL "                    DELIMITED BY SIZE
207305         WS-EST-HASTA              DELIMITED BY SIZE
207310         ", COMPARADO CON EL "     DELIMITED BY SIZE
207315         WS-EST-ANT-DESDE          DELIMITED BY SIZE
207320         " AL "                    DELIMITED BY SIZE
207325         WS-EST-ANT-HASTA          DELIMITED BY SIZE
207330         INTO WS-LINEA-ESTADIST
207335     END-STRING.
207340     MOVE WS-LINEA-ESTADIST TO REG-ESTADISTICA.
207345     WRITE REG-ESTADISTICA.
207350     SORT ORDEN-ESTADIST
207355         ON ASCENDING KEY OES-SUCURSAL
207360         ON ASCENDING KEY OES-INDICADOR
207365         ON ASCENDING KEY OES-PERIODO
207370         ON ASCENDING KEY OES-USR-ID
207375         INPUT PROCEDURE IS INFORMES-EST-EXTRAER THRU
207380             INFORMES-EST-EXTRAER-EXIT
207385         OUTPUT PROCEDURE IS INFORMES-EST-LISTAR THRU
207390             INFORMES-EST-LISTAR-EXIT.
207395     IF WS-EST-SUCURSALES = ZERO
207400         MOVE SPACES TO REG-ESTADISTICA
207405         WRITE REG-ESTADISTICA
207410         MOVE "  (SIN MOVIMIENTO EN NINGUNA SUCURSAL)"
207415             TO REG-ESTADISTICA
207420         WRITE REG-ESTADISTICA
207425     END-IF.
207430     MOVE TABLA-ESTADISTICA-RED TO TABLA-ESTADISTICA.
207435     MOVE "TOTAL DE LA RED" TO WS-EST-TITULO.
207440     PERFORM INFORMES-EST-IMPRIMIR THRU
207445         INFORMES-EST-IMPRIMIR-EXIT.
207450     MOVE SPACES TO REG-ESTADISTICA.
207455     WRITE REG-ESTADISTICA.
207460     MOVE "NOTAS: PRESTAMOS, RENOVACIONES Y DEVOLUCIONES, POR LA"
207465         TO REG-ESTADISTICA.
207470     WRITE REG-ESTADISTICA.
207475     MOVE "SUCURSAL DEL PRESTAMO; USUARIOS Y RESERVAS, POR LA DEL"
207480         TO REG-ESTADISTICA.
207485     WRITE REG-ESTADISTICA.
207490     MOVE "USUARIO; MULTAS COBRADAS, POR LA SUCURSAL DE COBRO."
207495         TO REG-ESTADISTICA.
207500     WRITE REG-ESTADISTICA.
207505     MOVE "CARNES VIGENTES: SITUACION AL CORTE, SIN COMPARACION."
207510         TO REG-ESTADISTICA.
207515     WRITE REG-ESTADISTICA.
207520     CLOSE ARCH-ESTADISTICA.
207525     DISPLAY "Estadistica mensual generada en ESTADIST.TXT.".
207530 INFORMES-ESTADISTICA-EJECUTAR-EXIT.
207535     EXIT.
207540*
207545*  INFORMES-EST-EXTRAER -- entrega al ordenamiento un hecho por
207550*  cada movimiento que cae en el periodo actual ("A") o en el
207555*  mismo periodo del ano anterior ("P"), con su sucursal,
207560*  indicador y categoria del usuario.
207565 INFORMES-EST-EXTRAER.
207570     MOVE 0 TO PRE-ID.
207575     MOVE "N" TO WS-SW-FIN-LECTURA.
207580     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
207585         INVALID KEY SET FIN-LECTURA TO TRUE
207590     END-START.
207595     PERFORM INFORMES-EST-LEER-PRESTAMO THRU
207600         INFORMES-EST-LEER-PRESTAMO-EXIT UNTIL FIN-LECTURA.
207605     OPEN INPUT ARCH-HIST-PRESTAMOS.
207610     IF WS-FS-HIST-PRESTAMOS = "00"
207615         MOVE "N" TO WS-SW-FIN-LECTURA
207620         PERFORM INFORMES-EST-LEER-HISTPRE THRU
207625             INFORMES-EST-LEER-HISTPRE-EXIT UNTIL FIN-LECTURA
207630         CLOSE ARCH-HIST-PRESTAMOS
207635     END-IF.
207640     MOVE LOW-VALUE TO USR-ID.
207645     MOVE "N" TO WS-SW-FIN-LECTURA.
207650     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
207655         INVALID KEY SET FIN-LECTURA TO TRUE
207660     END-START.
207665     PERFORM INFORMES-EST-LEER-USUARIO THRU
207670         INFORMES-EST-LEER-USUARIO-EXIT UNTIL FIN-LECTURA.
207675     MOVE 0 TO RES-ID.
207680     MOVE "N" TO WS-SW-FIN-LECTURA.
207685     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ID
207690         INVALID KEY SET FIN-LECTURA TO TRUE
207695     END-START.
207700     PERFORM INFORMES-EST-LEER-RESERVA THRU
207705         INFORMES-EST-LEER-RESERVA-EXIT UNTIL FIN-LECTURA.
207710     MOVE 0 TO PEN-ID.
207715     MOVE "N" TO WS-SW-FIN-LECTURA.
207720     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
207725         INVALID KEY SET FIN-LECTURA TO TRUE
207730     END-START.
207735     PERFORM INFORMES-EST-LEER-MULTA THRU
207740         INFORMES-EST-LEER-MULTA-EXIT UNTIL FIN-LECTURA.
207745     OPEN INPUT ARCH-HIST-PENALIZA.
207750     IF WS-FS-HIST-PENALIZA = "00"
207755         MOVE "N" TO WS-SW-FIN-LECTURA
207760         PERFORM INFORMES-EST-LEER-HISTPEN THRU
207765             INFORMES-EST-LEER-HISTPEN-EXIT UNTIL FIN-LECTURA
207770         CLOSE ARCH-HIST-PENALIZA
207775     END-IF.
207780     MOVE LOW-VALUE TO EJE-ISBN.
207785     MOVE ZERO TO EJE-NUMERO.
207790     MOVE "N" TO WS-SW-FIN-LECTURA.
207795     START ARCH-EJEMPLARES KEY IS NOT LESS THAN EJE-LLAVE
207800         INVALID KEY SET FIN-LECTURA TO TRUE
207805     END-START.
207810     PERFORM INFORMES-EST-LEER-EJEMPLAR THRU
207815         INFORMES-EST-LEER-EJEMPLAR-EXIT UNTIL FIN-LECTURA.
207820 INFORMES-EST-EXTRAER-EXIT.
207825     EXIT.
207830*
207835 INFORMES-EST-LEER-PRESTAMO.
207840     READ ARCH-PRESTAMOS NEXT RECORD
207845         AT END
207850             SET FIN-LECTURA TO TRUE
207855             GO TO INFORMES-EST-LEER-PRESTAMO-EXIT
207860     END-READ.
207865     PERFORM INFORMES-EST-PRESTAMO THRU
207870         INFORMES-EST-PRESTAMO-EXIT.
207875 INFORMES-EST-LEER-PRESTAMO-EXIT.
207880     EXIT.
207885*
207890 INFORMES-EST-LEER-HISTPRE.
207895     READ ARCH-HIST-PRESTAMOS
207900         AT END
207905             SET FIN-LECTURA TO TRUE
207910             GO TO INFORMES-EST-LEER-HISTPRE-EXIT
207915     END-READ.
207920     MOVE REG-HIST-PRESTAMO TO REG-PRESTAMO.
207925     PERFORM INFORMES-EST-PRESTAMO THRU
207930         INFORMES-EST-PRESTAMO-EXIT.
207935 INFORMES-EST-LEER-HISTPRE-EXIT.
207940     EXIT.
207945*
207950*  INFORMES-EST-PRESTAMO -- prestamo, renovacion y devolucion en
207955*  la sucursal del prestamo; el usuario cuenta como activo en su
207960*  propia sucursal. Con REG-PRESTAMO cargado.
207965 INFORMES-EST-PRESTAMO.
207970     MOVE PRE-FECHA-PRESTAMO TO WS-EST-FECHA.
207975     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
207980     MOVE WS-EST-PER TO WS-EST-PER-1.
207985     MOVE PRE-FECHA-RENOVACION TO WS-EST-FECHA.
207990     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
207995     MOVE WS-EST-PER TO WS-EST-PER-2.
208000     MOVE SPACE TO WS-EST-PER-3.
208005     IF PRE-DEVUELTO
208010         MOVE PRE-FECHA-DEVOLUCION TO WS-EST-FECHA
208015         PERFORM INFORMES-EST-PERIODO THRU
208020             INFORMES-EST-PERIODO-EXIT
208025         MOVE WS-EST-PER TO WS-EST-PER-3
208030     END-IF.
208035     IF WS-EST-PER-1 = SPACE AND WS-EST-PER-2 = SPACE
208040         AND WS-EST-PER-3 = SPACE
208045         GO TO INFORMES-EST-PRESTAMO-EXIT
208050     END-IF.
208055     MOVE PRE-USR-ID   TO WS-EST-USR.
208060     MOVE PRE-SUCURSAL TO WS-EST-USR-SUC.
208065     PERFORM INFORMES-EST-USUARIO-DE THRU
208070         INFORMES-EST-USUARIO-DE-EXIT.
208075     MOVE PRE-SUCURSAL TO WS-EST-SUC.
208080     IF WS-EST-PER-1 NOT = SPACE
208085         MOVE WS-EST-PER-1 TO WS-EST-PER
208090         MOVE 1 TO WS-EST-IND
208095         PERFORM INFORMES-EST-SOLTAR THRU
208100             INFORMES-EST-SOLTAR-EXIT
208105         MOVE WS-EST-USR-SUC TO WS-EST-SUC
208110         MOVE 5 TO WS-EST-IND
208115         PERFORM INFORMES-EST-SOLTAR THRU
208120             INFORMES-EST-SOLTAR-EXIT
208125         MOVE PRE-SUCURSAL TO WS-EST-SUC
208130     END-IF.
208135     IF WS-EST-PER-2 NOT = SPACE
208140         MOVE WS-EST-PER-2 TO WS-EST-PER
208145         MOVE 2 TO WS-EST-IND
208150         PERFORM INFORMES-EST-SOLTAR THRU
208155             INFORMES-EST-SOLTAR-EXIT
208160     END-IF.
208165     IF WS-EST-PER-3 NOT = SPACE
208170         MOVE WS-EST-PER-3 TO WS-EST-PER
208175         MOVE 3 TO WS-EST-IND
208180         PERFORM INFORMES-EST-SOLTAR THRU
208185             INFORMES-EST-SOLTAR-EXIT
208190     END-IF.
208195 INFORMES-EST-PRESTAMO-EXIT.
208200     EXIT.
208205*
208210 INFORMES-EST-LEER-USUARIO.
208215     READ ARCH-USUARIOS NEXT RECORD
208220         AT END
208225             SET FIN-LECTURA TO TRUE
208230             GO TO INFORMES-EST-LEER-USUARIO-EXIT
208235     END-READ.
208240     MOVE USR-ID        TO WS-EST-USR.
208245     MOVE USR-SUCURSAL  TO WS-EST-SUC.
208250     MOVE USR-CATEGORIA TO WS-EST-CAT.
208255     MOVE USR-FECHA-REGISTRO TO WS-EST-FECHA.
208260     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
208265     IF WS-EST-PER NOT = SPACE
208270         MOVE 4 TO WS-EST-IND
208275         PERFORM INFORMES-EST-SOLTAR THRU
208280             INFORMES-EST-SOLTAR-EXIT
208285     END-IF.
208290*  Los carnes vigentes son una foto al corte: solo periodo actual.
208295     IF USR-ACTIVO AND USR-FECHA-VENC-CARNE NUMERIC
208300         AND USR-FECHA-VENC-CARNE NOT < WS-FECHA-CORTE
208305         AND USR-FECHA-REGISTRO NUMERIC
208310         AND USR-FECHA-REGISTRO NOT > WS-FECHA-CORTE
208315         MOVE "A" TO WS-EST-PER
208320         MOVE 6 TO WS-EST-IND
208325         PERFORM INFORMES-EST-SOLTAR THRU
208330             INFORMES-EST-SOLTAR-EXIT
208335     END-IF.
208340 INFORMES-EST-LEER-USUARIO-EXIT.
208345     EXIT.
208350*
208355 INFORMES-EST-LEER-RESERVA.
208360     READ ARCH-RESERVAS NEXT RECORD
208365         AT END
208370             SET FIN-LECTURA TO TRUE
208375             GO TO INFORMES-EST-LEER-RESERVA-EXIT
208380     END-READ.
208385     IF NOT RES-CUMPLIDA AND NOT RES-CANCELADA
208390         GO TO INFORMES-EST-LEER-RESERVA-EXIT
208395     END-IF.
208400     MOVE RES-FECHA-CIERRE TO WS-EST-FECHA.
208405     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
208410     IF WS-EST-PER = SPACE
208415         GO TO INFORMES-EST-LEER-RESERVA-EXIT
208420     END-IF.
208425     MOVE RES-USR-ID TO WS-EST-USR.
208430     MOVE SPACES     TO WS-EST-USR-SUC.
208435     PERFORM INFORMES-EST-USUARIO-DE THRU
208440         INFORMES-EST-USUARIO-DE-EXIT.
208445     MOVE WS-EST-USR-SUC TO WS-EST-SUC.
208450     IF RES-CUMPLIDA
208455         MOVE 7 TO WS-EST-IND
208460     ELSE
208465         MOVE 8 TO WS-EST-IND
208470     END-IF.
208475     PERFORM INFORMES-EST-SOLTAR THRU INFORMES-EST-SOLTAR-EXIT.
208480 INFORMES-EST-LEER-RESERVA-EXIT.
208485     EXIT.
208490*
208495 INFORMES-EST-LEER-MULTA.
208500     READ ARCH-PENALIZACIONES NEXT RECORD
208505         AT END
208510             SET FIN-LECTURA TO TRUE
208515             GO TO INFORMES-EST-LEER-MULTA-EXIT
208520     END-READ.
208525     PERFORM INFORMES-EST-MULTA THRU INFORMES-EST-MULTA-EXIT.
208530 INFORMES-EST-LEER-MULTA-EXIT.
208535     EXIT.
208540*
208545 INFORMES-EST-LEER-HISTPEN.
208550     READ ARCH-HIST-PENALIZA
208555         AT END
208560             SET FIN-LECTURA TO TRUE
208565             GO TO INFORMES-EST-LEER-HISTPEN-EXIT
208570     END-READ.
208575     MOVE REG-HIST-PENALIZACION TO REG-PENALIZACION.
208580     PERFORM INFORMES-EST-MULTA THRU INFORMES-EST-MULTA-EXIT.
208585 INFORMES-EST-LEER-HISTPEN-EXIT.
208590     EXIT.
208595*
208600*  INFORMES-EST-MULTA -- la multa generada se asigna a la
208605*  sucursal del prestamo que la origino (o del movimiento
208610*  interbibliotecario); si el prestamo ya no esta en el maestro,
208615*  a la del usuario. La cobrada, a la sucursal de cobro.
208620 INFORMES-EST-MULTA.
208625     MOVE PEN-FECHA-GENERACION TO WS-EST-FECHA.
208630     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
208635     MOVE WS-EST-PER TO WS-EST-PER-1.
208640     MOVE SPACE TO WS-EST-PER-2.
208645     IF PEN-PAGADA
208650         MOVE PEN-FECHA-PAGO TO WS-EST-FECHA
208655         PERFORM INFORMES-EST-PERIODO THRU
208660             INFORMES-EST-PERIODO-EXIT
208665         MOVE WS-EST-PER TO WS-EST-PER-2
208670     END-IF.
208675     IF WS-EST-PER-1 = SPACE AND WS-EST-PER-2 = SPACE
208680         GO TO INFORMES-EST-MULTA-EXIT
208685     END-IF.
208690     MOVE PEN-USR-ID TO WS-EST-USR.
208695     MOVE SPACES     TO WS-EST-USR-SUC.
208700     PERFORM INFORMES-EST-USUARIO-DE THRU
208705         INFORMES-EST-USUARIO-DE-EXIT.
208710     IF WS-EST-PER-1 NOT = SPACE
208715         MOVE WS-EST-USR-SUC TO WS-EST-SUC
208720         IF PEN-TIPO-INTERBIB
208725             MOVE PEN-PRE-ID TO IBL-ID
208730             READ ARCH-INTERBIB KEY IS IBL-ID
208735                 NOT INVALID KEY
208740                     MOVE IBL-SUCURSAL TO WS-EST-SUC
208745             END-READ
208750         ELSE
208755             MOVE PEN-PRE-ID TO PRE-ID
208760             READ ARCH-PRESTAMOS KEY IS PRE-ID
208765                 NOT INVALID KEY
208770                     MOVE PRE-SUCURSAL TO WS-EST-SUC
208775             END-READ
208780         END-IF
208785         MOVE WS-EST-PER-1 TO WS-EST-PER
208790         MOVE 9 TO WS-EST-IND
208795         PERFORM INFORMES-EST-SOLTAR THRU
208800             INFORMES-EST-SOLTAR-EXIT
208805     END-IF.
208810     IF WS-EST-PER-2 NOT = SPACE
208815         MOVE PEN-SUCURSAL-PAGO TO WS-EST-SUC
208820         MOVE WS-EST-PER-2 TO WS-EST-PER
208825         MOVE 10 TO WS-EST-IND
208830         PERFORM INFORMES-EST-SOLTAR THRU
208835             INFORMES-EST-SOLTAR-EXIT
208840     END-IF.
208845 INFORMES-EST-MULTA-EXIT.
208850     EXIT.
208855*
208860 INFORMES-EST-LEER-EJEMPLAR.
208865     READ ARCH-EJEMPLARES NEXT RECORD
208870         AT END
208875             SET FIN-LECTURA TO TRUE
208880             GO TO INFORMES-EST-LEER-EJEMPLAR-EXIT
208885     END-READ.
208890     MOVE EJE-SUCURSAL TO WS-EST-SUC.
208895     MOVE SPACE        TO WS-EST-CAT.
208900     MOVE SPACES       TO WS-EST-USR.
208905     MOVE EJE-FECHA-ALTA TO WS-EST-FECHA.
208910     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
208915     IF WS-EST-PER NOT = SPACE
208920         MOVE 11 TO WS-EST-IND
208925         PERFORM INFORMES-EST-SOLTAR THRU
208930             INFORMES-EST-SOLTAR-EXIT
208935     END-IF.
208940     IF NOT EJE-DE-BAJA AND NOT EJE-PERDIDO
208945         GO TO INFORMES-EST-LEER-EJEMPLAR-EXIT
208950     END-IF.
208955     MOVE EJE-FECHA-SALIDA TO WS-EST-FECHA.
208960     PERFORM INFORMES-EST-PERIODO THRU INFORMES-EST-PERIODO-EXIT.
208965     IF WS-EST-PER = SPACE
208970         GO TO INFORMES-EST-LEER-EJEMPLAR-EXIT
208975     END-IF.
208980     IF EJE-DE-BAJA
208985         MOVE 12 TO WS-EST-IND
208990     ELSE
208995         MOVE 13 TO WS-EST-IND
209000     END-IF.
209005     PERFORM INFORMES-EST-SOLTAR THRU INFORMES-EST-SOLTAR-EXIT.
209010 INFORMES-EST-LEER-EJEMPLAR-EXIT.
209015     EXIT.
209020*
209025*  INFORMES-EST-PERIODO -- clasifica la fecha de WS-EST-FECHA:
209030*  "A" periodo actual, "P" mismo periodo del ano anterior,
209035*  espacio si no cae en ninguno o no es una fecha (registros
209040*  anteriores a los campos de fecha nuevos).
209045 INFORMES-EST-PERIODO.
209050     MOVE SPACE TO WS-EST-PER.
209055     IF WS-EST-FECHA NOT NUMERIC
209060         GO TO INFORMES-EST-PERIODO-EXIT
209065     END-IF.
209070     IF WS-EST-FECHA-N NOT < WS-EST-DESDE
209075         AND WS-EST-FECHA-N NOT > WS-EST-HASTA
209080         MOVE "A" TO WS-EST-PER
209085     END-IF.
209090     IF WS-EST-FECHA-N NOT < WS-EST-ANT-DESDE
209095         AND WS-EST-FECHA-N NOT > WS-EST-ANT-HASTA
209100         MOVE "P" TO WS-EST-PER
209105     END-IF.
209110 INFORMES-EST-PERIODO-EXIT.
209115     EXIT.
209120*
209125*  INFORMES-EST-USUARIO-DE -- categoria y sucursal del usuario
209130*  WS-EST-USR. Si ya no esta en el maestro, la categoria queda
209135*  en blanco y WS-EST-USR-SUC conserva lo que cargo el llamador.
209140 INFORMES-EST-USUARIO-DE.
209145     MOVE SPACE TO WS-EST-CAT.
209150     MOVE WS-EST-USR TO USR-ID.
209155     READ ARCH-USUARIOS KEY IS USR-ID
209160         INVALID KEY
209165             GO TO INFORMES-EST-USUARIO-DE-EXIT
209170     END-READ.
209175     MOVE USR-CATEGORIA TO WS-EST-CAT.
209180     MOVE USR-SUCURSAL  TO WS-EST-USR-SUC.
209185 INFORMES-EST-USUARIO-DE-EXIT.
209190     EXIT.
209195*
209200 INFORMES-EST-SOLTAR.
209205     MOVE WS-EST-SUC TO OES-SUCURSAL.
209210     MOVE WS-EST-IND TO OES-INDICADOR.
209215     MOVE WS-EST-PER TO OES-PERIODO.
209220     MOVE WS-EST-CAT TO OES-CATEGORIA.
209225     MOVE WS-EST-USR TO OES-USR-ID.
209230     RELEASE REG-ORDEN-EST.
209235 INFORMES-EST-SOLTAR-EXIT.
209240     EXIT.
209245*
209250*  INFORMES-EST-LISTAR -- corta por sucursal: acumula los hechos
209255*  en la tabla y, al cambiar de sucursal, la imprime y la suma
209260*  al total de la red.
209265 INFORMES-EST-LISTAR.
209270     MOVE "N" TO WS-SW-EST-SUCURSAL.
209275     MOVE "N" TO WS-SW-FIN-LECTURA.
209280     PERFORM INFORMES-EST-LISTAR-RET THRU
209285         INFORMES-EST-LISTAR-RET-EXIT UNTIL FIN-LECTURA.
209290     IF EST-HAY-SUCURSAL
209295         PERFORM INFORMES-EST-CERRAR-SUCURSAL THRU
209300             INFORMES-EST-CERRAR-SUCURSAL-EXIT
209305     END-IF.
209310 INFORMES-EST-LISTAR-EXIT.
209315     EXIT.
209320*
209325 INFORMES-EST-LISTAR-RET.
209330     RETURN ORDEN-ESTADIST
209335         AT END
209340             SET FIN-LECTURA TO TRUE
209345             GO TO INFORMES-EST-LISTAR-RET-EXIT
209350     END-RETURN.
209355     IF NOT EST-HAY-SUCURSAL
209360         OR OES-SUCURSAL NOT = WS-EST-SUC-ACT
209365         IF EST-HAY-SUCURSAL
209370             PERFORM INFORMES-EST-CERRAR-SUCURSAL THRU
209375                 INFORMES-EST-CERRAR-SUCURSAL-EXIT
209380         END-IF
209385         INITIALIZE TABLA-ESTADISTICA
209390         MOVE OES-SUCURSAL TO WS-EST-SUC-ACT
209395         MOVE SPACE  TO WS-EST-PER-ANT
209400         MOVE SPACES TO WS-EST-USR-ANT
209405         SET EST-HAY-SUCURSAL TO TRUE
209410     END-IF.
209415*  Un usuario activo cuenta una sola vez por sucursal y periodo.
209420     IF OES-INDICADOR = 5
209425         IF OES-PERIODO = WS-EST-PER-ANT
209430             AND OES-USR-ID = WS-EST-USR-ANT
209435             GO TO INFORMES-EST-LISTAR-RET-EXIT
209440         END-IF
209445         MOVE OES-PERIODO TO WS-EST-PER-ANT
209450         MOVE OES-USR-ID  TO WS-EST-USR-ANT
209455     END-IF.
209460     MOVE OES-INDICADOR TO WS-EST-I.
209465     IF OES-PERIODO = "P"
209470         ADD 1 TO ES-ANTERIOR(WS-EST-I)
209475         GO TO INFORMES-EST-LISTAR-RET-EXIT
209480     END-IF.
209485     EVALUATE OES-CATEGORIA
209490         WHEN "N"   MOVE 1 TO WS-EST-J
209495         WHEN "A"   MOVE 2 TO WS-EST-J
209500         WHEN "D"   MOVE 3 TO WS-EST-J
209505         WHEN "I"   MOVE 4 TO WS-EST-J
209510         WHEN OTHER MOVE 0 TO WS-EST-J
209515     END-EVALUATE.
209520     IF WS-EST-J > ZERO
209525         ADD 1 TO ES-CAT(WS-EST-I, WS-EST-J)
209530     END-IF.
209535     ADD 1 TO ES-CAT(WS-EST-I, 5).
209540 INFORMES-EST-LISTAR-RET-EXIT.
209545     EXIT.
209550*
209555 INFORMES-EST-CERRAR-SUCURSAL.
209560     ADD 1 TO WS-EST-SUCURSALES.
209565     PERFORM INFORMES-EST-ACUMULAR
209570         VARYING WS-EST-I FROM 1 BY 1 UNTIL WS-EST-I > 13
209575         AFTER WS-EST-J FROM 1 BY 1 UNTIL WS-EST-J > 5.
209580     PERFORM INFORMES-EST-ACUMULAR-ANT
209585         VARYING WS-EST-I FROM 1 BY 1 UNTIL WS-EST-I > 13.
209590     IF WS-EST-SUC-ACT = SPACES
209595         MOVE "(SIN SUCURSAL)" TO SUC-NOMBRE
209600     ELSE
209605         MOVE WS-EST-SUC-ACT TO SUC-CODIGO
209610         READ ARCH-SUCURSALES KEY IS SUC-CODIGO
209615             INVALID KEY
209620                 MOVE "(SUCURSAL NO REGISTRADA)" TO SUC-NOMBRE
209625         END-READ
209630     END-IF.
209635     MOVE SPACES TO WS-EST-TITULO.
209640     STRING "SUCURSAL "   DELIMITED BY SIZE
209645         WS-EST-SUC-ACT   DELIMITED BY SIZE
209650         " "              DELIMITED BY SIZE
209655         SUC-NOMBRE       DELIMITED BY SIZE
209660         INTO WS-EST-TITULO
209665     END-STRING.
209670     PERFORM INFORMES-EST-IMPRIMIR THRU
209675         INFORMES-EST-IMPRIMIR-EXIT.
209680 INFORMES-EST-CERRAR-SUCURSAL-EXIT.
209685     EXIT.
209690*
209695 INFORMES-EST-ACUMULAR.
209700     ADD ES-CAT(WS-EST-I, WS-EST-J)
209705         TO ER-CAT(WS-EST-I, WS-EST-J).
209710*
209715 INFORMES-EST-ACUMULAR-ANT.
209720     ADD ES-ANTERIOR(WS-EST-I) TO ER-ANTERIOR(WS-EST-I).
209725*
209730*  INFORMES-EST-IMPRIMIR -- bloque de la tabla cargada en
209735*  TABLA-ESTADISTICA bajo el titulo WS-EST-TITULO.
209740 INFORMES-EST-IMPRIMIR.
209745     MOVE SPACES TO REG-ESTADISTICA.
209750     WRITE REG-ESTADISTICA.
209755     MOVE WS-EST-TITULO TO REG-ESTADISTICA.
209760     WRITE REG-ESTADISTICA.
209765     MOVE SPACES TO WS-LINEA-ESTADIST.
209770     STRING "INDICADOR                   "
209775             DELIMITED BY SIZE
209780         "    NINOS  ADULTOS DOCENTES INSTITUC"
209785             DELIMITED BY SIZE
209790         "    TOTAL ANO ANT.   DIFER.   VAR. %"
209795             DELIMITED BY SIZE
209800         INTO WS-LINEA-ESTADIST
209805     END-STRING.
209810     MOVE WS-LINEA-ESTADIST TO REG-ESTADISTICA.
209815     WRITE REG-ESTADISTICA.
209820     PERFORM INFORMES-EST-FILA
209825         VARYING WS-EST-I FROM 1 BY 1 UNTIL WS-EST-I > 13.
209830 INFORMES-EST-IMPRIMIR-EXIT.
209835     EXIT.
209840*
209845 INFORMES-EST-FILA.
209850     PERFORM INFORMES-EST-NOMBRE THRU INFORMES-EST-NOMBRE-EXIT.
209855     MOVE ES-CAT(WS-EST-I, 1) TO WS-EST-ED-1.
209860     MOVE ES-CAT(WS-EST-I, 2) TO WS-EST-ED-2.
209865     MOVE ES-CAT(WS-EST-I, 3) TO WS-EST-ED-3.
209870     MOVE ES-CAT(WS-EST-I, 4) TO WS-EST-ED-4.
209875     MOVE ES-CAT(WS-EST-I, 5) TO WS-EST-ED-5.
209880     IF WS-EST-I = 6
209885         MOVE "     N/D" TO WS-EST-TX-ANT
209890         MOVE "     N/D" TO WS-EST-TX-DIF
209895         MOVE "     N/D" TO WS-EST-TX-VAR
209900     ELSE
209905         PERFORM INFORMES-EST-COMPARAR THRU
209910             INFORMES-EST-COMPARAR-EXIT
209915     END-IF.
209920     MOVE SPACES TO WS-LINEA-ESTADIST.
209925     STRING WS-EST-NOMBRE  DELIMITED BY SIZE
209930         " "               DELIMITED BY SIZE
209935         WS-EST-ED-1       DELIMITED BY SIZE
209940         " "               DELIMITED BY SIZE
209945         WS-EST-ED-2       DELIMITED BY SIZE
209950         " "               DELIMITED BY SIZE
209955         WS-EST-ED-3       DELIMITED BY SIZE
209960         " "               DELIMITED BY SIZE
209965         WS-EST-ED-4       DELIMITED BY SIZE
209970         " "               DELIMITED BY SIZE
209975         WS-EST-ED-5       DELIMITED BY SIZE
209980         " "               DELIMITED BY SIZE
209985         WS-EST-TX-ANT     DELIMITED BY SIZE
209990         " "               DELIMITED BY SIZE
209995         WS-EST-TX-DIF     DELIMITED BY SIZE
210000         " "               DELIMITED BY SIZE
210005         WS-EST-TX-VAR     DELIMITED BY SIZE
210010         INTO WS-LINEA-ESTADIST
210015     END-STRING.
210020     MOVE WS-LINEA-ESTADIST TO REG-ESTADISTICA.
210025     WRITE REG-ESTADISTICA.
210030*
210035*  INFORMES-EST-COMPARAR -- valor del ano anterior, diferencia y
210040*  variacion porcentual de la fila WS-EST-I.
210045 INFORMES-EST-COMPARAR.
210050     MOVE ES-ANTERIOR(WS-EST-I) TO WS-EST-ED-ANT.
210055     MOVE WS-EST-ED-ANT TO WS-EST-TX-ANT.
210060     COMPUTE WS-EST-DIFERENCIA =
210065         ES-CAT(WS-EST-I, 5) - ES-ANTERIOR(WS-EST-I).
210070     MOVE WS-EST-DIFERENCIA TO WS-EST-ED-DIF.
210075     MOVE WS-EST-ED-DIF TO WS-EST-TX-DIF.
210080     IF ES-ANTERIOR(WS-EST-I) = ZERO
210085         MOVE "     N/A" TO WS-EST-TX-VAR
210090         GO TO INFORMES-EST-COMPARAR-EXIT
210095     END-IF.
210100     COMPUTE WS-EST-VARIACION ROUNDED =
210105         WS-EST-DIFERENCIA * 100 / ES-ANTERIOR(WS-EST-I)
210110         ON SIZE ERROR
210115             MOVE "  ******" TO WS-EST-TX-VAR
210120             GO TO INFORMES-EST-COMPARAR-EXIT
210125     END-COMPUTE.
210130     MOVE WS-EST-VARIACION TO WS-EST-ED-VAR.
210135     MOVE WS-EST-ED-VAR TO WS-EST-TX-VAR.
210140 INFORMES-EST-COMPARAR-EXIT.
210145     EXIT.
210150*
210155 INFORMES-EST-NOMBRE.
210160     EVALUATE WS-EST-I
210165         WHEN 1  MOVE "PRESTAMOS"                TO WS-EST-NOMBRE
210170         WHEN 2  MOVE "RENOVACIONES"             TO WS-EST-NOMBRE
210175         WHEN 3  MOVE "DEVOLUCIONES"             TO WS-EST-NOMBRE
210180         WHEN 4  MOVE "USUARIOS NUEVOS"          TO WS-EST-NOMBRE
210185         WHEN 5  MOVE "USUARIOS ACTIVOS"         TO WS-EST-NOMBRE
210190         WHEN 6  MOVE "CARNES VIGENTES AL CORTE" TO WS-EST-NOMBRE
210195         WHEN 7  MOVE "RESERVAS ATENDIDAS"       TO WS-EST-NOMBRE
210200         WHEN 8  MOVE "RESERVAS CANCELADAS"      TO WS-EST-NOMBRE
210205         WHEN 9  MOVE "MULTAS GENERADAS"         TO WS-EST-NOMBRE
210210         WHEN 10 MOVE "MULTAS COBRADAS"          TO WS-EST-NOMBRE
210215         WHEN 11 MOVE "EJEMPLARES INCORPORADOS"  TO WS-EST-NOMBRE
210220         WHEN 12 MOVE "EJEMPLARES DADOS DE BAJA" TO WS-EST-NOMBRE
210225         WHEN 13 MOVE "EJEMPLARES PERDIDOS"      TO WS-EST-NOMBRE
210230         WHEN OTHER MOVE SPACES                  TO WS-EST-NOMBRE
210235     END-EVALUATE.
210240 INFORMES-EST-NOMBRE-EXIT.
210245     EXIT.
210250*
210255* -----------------------------------------------------------------
210260*  INFORMES-EXPURGO -- informe para la comision de desarrollo de
210265*  colecciones (EXPURGO.TXT). Seccion 1, por sucursal: titulos
210270*  cuyos ejemplares de la sucursal no salieron en prestamo en
210275*  los ultimos N meses, contando prestamos vigentes e historicos
210280*  (HISTPRE.DAT), con fecha del ultimo prestamo, prestamos de la
210285*  sucursal y de toda la vida del titulo, ejemplares por
210290*  condicion y cuantas otras sucursales tienen el titulo. No se
210295*  proponen titulos retirados ni sucursales con ejemplares
210300*  incorporados dentro del plazo. Seccion 2: ejemplares en
210305*  condicion regular o danada con alta circulacion, candidatos
210310*  a reposicion en vez de descarte.
210315* -----------------------------------------------------------------
210320 INFORMES-EXPURGO.
210325     DISPLAY "Meses sin prestamo para proponer descarte (24): ".
210330     ACCEPT WS-EXP-MESES.
210335     IF WS-EXP-MESES = ZERO
210340         MOVE 24 TO WS-EXP-MESES
210345     END-IF.
210350     DISPLAY "Prestamos de un ejemplar para considerarlo de alta".
210355     DISPLAY "circulacion (20): ".
210360     ACCEPT WS-EXP-UMBRAL.
210365     IF WS-EXP-UMBRAL = ZERO
210370         MOVE 20 TO WS-EXP-UMBRAL
210375     END-IF.
210380     MOVE "N" TO WS-SW-FILTRO-OK.
210385     PERFORM FILTRO-SUCURSAL-PEDIR THRU
210390         FILTRO-SUCURSAL-PEDIR-EXIT UNTIL FILTRO-ACEPTADO.
210395     PERFORM INFORMES-EXPURGO-EJECUTAR THRU
210400         INFORMES-EXPURGO-EJECUTAR-EXIT.
210405 INFORMES-EXPURGO-EXIT.
210410     EXIT.
210415*
210420*  INFORMES-EXPURGO-EJECUTAR -- cuerpo sin dialogos, con
210425*  WS-EXP-MESES, WS-EXP-UMBRAL y WS-SUCURSAL-FILTRO cargados.
210430*  El primer ordenamiento agrupa por titulo y ejemplar y deja
210435*  los candidatos en TRABEXP.DAT; el segundo los ordena por
210440*  seccion y sucursal para imprimirlos.
210445 INFORMES-EXPURGO-EJECUTAR.
210450     MOVE WS-FECHA-HOY TO WS-EXP-LIMITE.
210455     COMPUTE WS-EXP-MESES-TRAB =
210460         WS-EXP-LIM-AA * 12 + WS-EXP-LIM-MM - 1 - WS-EXP-MESES.
210465     DIVIDE WS-EXP-MESES-TRAB BY 12 GIVING WS-EXP-LIM-AA
210470         REMAINDER WS-EXP-LIM-MM.
210475     ADD 1 TO WS-EXP-LIM-MM.
210480     IF WS-EXP-LIM-DD > 28
210485         MOVE 28 TO WS-EXP-LIM-DD
210490     END-IF.
210495     MOVE ZERO TO WS-EXP-DESCARTE.
210500     MOVE ZERO TO WS-EXP-REPOSICION.
210505     OPEN OUTPUT ARCH-EXPURGO.
210510     MOVE SPACES TO WS-LINEA-EXPURGO.
210515     STRING "INFORME DE EXPURGO AL " DELIMITED BY SIZE
210520         WS-FECHA-HOY               DELIMITED BY SIZE
210525         " - SIN PRESTAMOS DESDE EL " DELIMITED BY SIZE
210530         WS-EXP-LIMITE              DELIMITED BY SIZE
210535         " (" WS-EXP-MESES " MESES)" DELIMITED BY SIZE
210540         INTO WS-LINEA-EXPURGO
210545     END-STRING.
210550     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
210555     WRITE REG-EXPURGO.
210560     IF WS-SUCURSAL-FILTRO = SPACES
210565         MOVE "TODAS LAS SUCURSALES" TO REG-EXPURGO
210570     ELSE
210575         MOVE SPACES TO REG-EXPURGO
210580         STRING "SUCURSAL " WS-SUCURSAL-FILTRO
210585             DELIMITED BY SIZE INTO REG-EXPURGO
210590         END-STRING
210595     END-IF.
210600     WRITE REG-EXPURGO.
210605     SORT ORDEN-EXPURGO
210610         ON ASCENDING KEY OEX-ISBN
210615         ON ASCENDING KEY OEX-EJEMPLAR
210620         ON ASCENDING KEY OEX-TIPO
210625         INPUT PROCEDURE IS INFORMES-EXP-EXTRAER THRU
210630             INFORMES-EXP-EXTRAER-EXIT
210635         OUTPUT PROCEDURE IS INFORMES-EXP-AGRUPAR THRU
210640             INFORMES-EXP-AGRUPAR-EXIT.
210645     SORT ORDEN-EXP-LISTA
210650         ON ASCENDING KEY OEL-SECCION
210655         ON ASCENDING KEY OEL-SUCURSAL
210660         ON ASCENDING KEY OEL-ISBN
210665         ON ASCENDING KEY OEL-EJEMPLAR
210670         INPUT PROCEDURE IS INFORMES-EXP-RELEER THRU
210675             INFORMES-EXP-RELEER-EXIT
210680         OUTPUT PROCEDURE IS INFORMES-EXP-LISTAR THRU
210685             INFORMES-EXP-LISTAR-EXIT.
210690     MOVE SPACES TO REG-EXPURGO.
210695     WRITE REG-EXPURGO.
210700     MOVE WS-EXP-DESCARTE TO WS-EXP-ED-CUENTA.
210705     MOVE SPACES TO WS-LINEA-EXPURGO.
210710     STRING "TITULOS PROPUESTOS PARA DESCARTE (POR SUCURSAL): "
210715             DELIMITED BY SIZE
210720         WS-EXP-ED-CUENTA   DELIMITED BY SIZE
210725         INTO WS-LINEA-EXPURGO
210730     END-STRING.
210735     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
210740     WRITE REG-EXPURGO.
210745     MOVE WS-EXP-REPOSICION TO WS-EXP-ED-CUENTA.
210750     MOVE SPACES TO WS-LINEA-EXPURGO.
210755     STRING "EJEMPLARES PROPUESTOS PARA REPOSICION.........: "
210760             DELIMITED BY SIZE
210765         WS-EXP-ED-CUENTA   DELIMITED BY SIZE
210770         INTO WS-LINEA-EXPURGO
210775     END-STRING.
210780     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
210785     WRITE REG-EXPURGO.
210790     CLOSE ARCH-EXPURGO.
210795     DISPLAY "Informe de expurgo generado en EXPURGO.TXT.".
210800 INFORMES-EXPURGO-EJECUTAR-EXIT.
210805     EXIT.
210810*
210815*  INFORMES-EXP-EXTRAER -- entrega al ordenamiento cada ejemplar
210820*  del inventario y cada prestamo, vigente o historico, con el
210825*  ejemplar que salio (cero si el prestamo es anterior al
210830*  inventario por ejemplar).
210835 INFORMES-EXP-EXTRAER.
210840     MOVE LOW-VALUE TO EJE-ISBN.
210845     MOVE ZERO TO EJE-NUMERO.
210850     MOVE "N" TO WS-SW-FIN-LECTURA.
210855     START ARCH-EJEMPLARES KEY IS NOT LESS THAN EJE-LLAVE
210860         INVALID KEY SET FIN-LECTURA TO TRUE
210865     END-START.
210870     PERFORM INFORMES-EXP-LEER-EJEMPLAR THRU
210875         INFORMES-EXP-LEER-EJEMPLAR-EXIT UNTIL FIN-LECTURA.
210880     MOVE 0 TO PRE-ID.
210885     MOVE "N" TO WS-SW-FIN-LECTURA.
210890     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
210895         INVALID KEY SET FIN-LECTURA TO TRUE
210900     END-START.
210905     PERFORM INFORMES-EXP-LEER-PRESTAMO THRU
210910         INFORMES-EXP-LEER-PRESTAMO-EXIT UNTIL FIN-LECTURA.
210915     OPEN INPUT ARCH-HIST-PRESTAMOS.
210920     IF WS-FS-HIST-PRESTAMOS = "00"
210925         MOVE "N" TO WS-SW-FIN-LECTURA
210930         PERFORM INFORMES-EXP-LEER-HISTPRE THRU
210935             INFORMES-EXP-LEER-HISTPRE-EXIT UNTIL FIN-LECTURA
210940         CLOSE ARCH-HIST-PRESTAMOS
210945     END-IF.
210950 INFORMES-EXP-EXTRAER-EXIT.
210955     EXIT.
210960*
210965 INFORMES-EXP-LEER-EJEMPLAR.
210970     READ ARCH-EJEMPLARES NEXT RECORD
210975         AT END
210980             SET FIN-LECTURA TO TRUE
210985             GO TO INFORMES-EXP-LEER-EJEMPLAR-EXIT
210990     END-READ.
210995     MOVE EJE-ISBN      TO OEX-ISBN.
211000     MOVE EJE-NUMERO    TO OEX-EJEMPLAR.
211005     MOVE "E"           TO OEX-TIPO.
211010     MOVE EJE-SUCURSAL  TO OEX-SUCURSAL.
211015     MOVE EJE-CONDICION TO OEX-CONDICION.
211020     MOVE EJE-ESTADO    TO OEX-ESTADO.
211025     IF EJE-FECHA-ALTA NUMERIC
211030         MOVE EJE-FECHA-ALTA TO OEX-FECHA
211035     ELSE
211040         MOVE ZERO TO OEX-FECHA
211045     END-IF.
211050     RELEASE REG-ORDEN-EXP.
211055 INFORMES-EXP-LEER-EJEMPLAR-EXIT.
211060     EXIT.
211065*
211070 INFORMES-EXP-LEER-PRESTAMO.
211075     READ ARCH-PRESTAMOS NEXT RECORD
211080         AT END
211085             SET FIN-LECTURA TO TRUE
211090             GO TO INFORMES-EXP-LEER-PRESTAMO-EXIT
211095     END-READ.
211100     PERFORM INFORMES-EXP-SOLTAR-PRESTAMO THRU
211105         INFORMES-EXP-SOLTAR-PRESTAMO-EXIT.
211110 INFORMES-EXP-LEER-PRESTAMO-EXIT.
211115     EXIT.
211120*
211125 INFORMES-EXP-LEER-HISTPRE.
211130     READ ARCH-HIST-PRESTAMOS
211135         AT END
211140             SET FIN-LECTURA TO TRUE
211145             GO TO INFORMES-EXP-LEER-HISTPRE-EXIT
211150     END-READ.
211155     MOVE REG-HIST-PRESTAMO TO REG-PRESTAMO.
211160     PERFORM INFORMES-EXP-SOLTAR-PRESTAMO THRU
211165         INFORMES-EXP-SOLTAR-PRESTAMO-EXIT.
211170 INFORMES-EXP-LEER-HISTPRE-EXIT.
211175     EXIT.
211180*
211185 INFORMES-EXP-SOLTAR-PRESTAMO.
211190     MOVE PRE-ISBN TO OEX-ISBN.
211195     IF PRE-EJEMPLAR NUMERIC
211200         MOVE PRE-EJEMPLAR TO OEX-EJEMPLAR
211205     ELSE
211210         MOVE ZERO TO OEX-EJEMPLAR
211215     END-IF.
211220     MOVE "P"                TO OEX-TIPO.
211225     MOVE PRE-SUCURSAL       TO OEX-SUCURSAL.
211230     MOVE SPACE              TO OEX-CONDICION.
211235     MOVE SPACE              TO OEX-ESTADO.
211240     MOVE PRE-FECHA-PRESTAMO TO OEX-FECHA.
211245     RELEASE REG-ORDEN-EXP.
211250 INFORMES-EXP-SOLTAR-PRESTAMO-EXIT.
211255     EXIT.
211260*
211265*  INFORMES-EXP-AGRUPAR -- corta por ejemplar y por titulo. Cada
211270*  ejemplar suma sus prestamos a la entrada de la sucursal donde
211275*  esta hoy; al cerrar el titulo se graban en TRABEXP.DAT las
211280*  sucursales candidatas a descarte.
211285 INFORMES-EXP-AGRUPAR.
211290     OPEN OUTPUT ARCH-TRAB-EXP.
211295     MOVE "N" TO WS-SW-EXP-GRUPO.
211300     MOVE "N" TO WS-SW-FIN-LECTURA.
211305     PERFORM INFORMES-EXP-AGRUPAR-RET THRU
211310         INFORMES-EXP-AGRUPAR-RET-EXIT UNTIL FIN-LECTURA.
211315     IF EXP-HAY-GRUPO
211320         PERFORM INFORMES-EXP-CERRAR-EJEMPLAR THRU
211325             INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211330         PERFORM INFORMES-EXP-CERRAR-TITULO THRU
211335             INFORMES-EXP-CERRAR-TITULO-EXIT
211340     END-IF.
211345     CLOSE ARCH-TRAB-EXP.
211350 INFORMES-EXP-AGRUPAR-EXIT.
211355     EXIT.
211360*
211365 INFORMES-EXP-AGRUPAR-RET.
211370     RETURN ORDEN-EXPURGO
211375         AT END
211380             SET FIN-LECTURA TO TRUE
211385             GO TO INFORMES-EXP-AGRUPAR-RET-EXIT
211390     END-RETURN.
211395     IF NOT EXP-HAY-GRUPO
211400         PERFORM INFORMES-EXP-NUEVO-TITULO
211405         PERFORM INFORMES-EXP-NUEVO-EJEMPLAR
211410         SET EXP-HAY-GRUPO TO TRUE
211415     ELSE
211420         IF OEX-ISBN NOT = WS-EXP-ISBN-ANT
211425             PERFORM INFORMES-EXP-CERRAR-EJEMPLAR THRU
211430                 INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211435             PERFORM INFORMES-EXP-CERRAR-TITULO THRU
211440                 INFORMES-EXP-CERRAR-TITULO-EXIT
211445             PERFORM INFORMES-EXP-NUEVO-TITULO
211450             PERFORM INFORMES-EXP-NUEVO-EJEMPLAR
211455         ELSE
211460             IF OEX-EJEMPLAR NOT = WS-EXP-EJE-ANT
211465                 PERFORM INFORMES-EXP-CERRAR-EJEMPLAR THRU
211470                     INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211475                 PERFORM INFORMES-EXP-NUEVO-EJEMPLAR
211480             END-IF
211485         END-IF
211490     END-IF.
211495     IF OEX-TIPO = "E"
211500         SET EXP-HAY-EJEMPLAR TO TRUE
211505         MOVE OEX-SUCURSAL  TO WS-EXP-EJ-SUCURSAL
211510         MOVE OEX-CONDICION TO WS-EXP-EJ-CONDICION
211515         MOVE OEX-ESTADO    TO WS-EXP-EJ-ESTADO
211520         MOVE OEX-FECHA     TO WS-EXP-EJ-ALTA
211525         GO TO INFORMES-EXP-AGRUPAR-RET-EXIT
211530     END-IF.
211535     ADD 1 TO WS-EXP-TIT-PRESTAMOS.
211540     IF EXP-HAY-EJEMPLAR
211545         ADD 1 TO WS-EXP-EJ-PRESTAMOS
211550         IF OEX-FECHA > WS-EXP-EJ-ULTIMO
211555             MOVE OEX-FECHA TO WS-EXP-EJ-ULTIMO
211560         END-IF
211565         GO TO INFORMES-EXP-AGRUPAR-RET-EXIT
211570     END-IF.
211575*  Prestamo sin ejemplar identificado: cuenta para la sucursal
211580*  donde se presto.
211585     MOVE OEX-SUCURSAL TO WS-EXP-SUC-BUSCA.
211590     PERFORM INFORMES-EXP-SUC-UBICAR THRU
211595         INFORMES-EXP-SUC-UBICAR-EXIT.
211600     IF WS-EXP-S > ZERO
211605         ADD 1 TO XS-PRESTAMOS(WS-EXP-S)
211610         IF OEX-FECHA > XS-ULTIMO(WS-EXP-S)
211615             MOVE OEX-FECHA TO XS-ULTIMO(WS-EXP-S)
211620         END-IF
211625     END-IF.
211630 INFORMES-EXP-AGRUPAR-RET-EXIT.
211635     EXIT.
211640*
211645 INFORMES-EXP-NUEVO-TITULO.
211650     INITIALIZE TABLA-EXP-SUCURSAL.
211655     MOVE ZERO     TO WS-EXP-SUC-TOTAL.
211660     MOVE ZERO     TO WS-EXP-TIT-PRESTAMOS.
211665     MOVE OEX-ISBN TO WS-EXP-ISBN-ANT.
211670*
211675 INFORMES-EXP-NUEVO-EJEMPLAR.
211680     MOVE "N"          TO WS-SW-EXP-EJEMPLAR.
211685     MOVE ZERO         TO WS-EXP-EJ-PRESTAMOS.
211690     MOVE ZERO         TO WS-EXP-EJ-ULTIMO.
211695     MOVE OEX-EJEMPLAR TO WS-EXP-EJE-ANT.
211700*
211705*  INFORMES-EXP-CERRAR-EJEMPLAR -- un ejemplar de baja o perdido
211710*  solo cuenta para los prestamos de toda la vida del titulo;
211715*  los demas suman a la sucursal donde estan. Un ejemplar
211720*  gastado con muchos prestamos se graba como candidato a
211725*  reposicion.
211730 INFORMES-EXP-CERRAR-EJEMPLAR.
211735     IF NOT EXP-HAY-EJEMPLAR OR EXP-EJ-FUERA
211740         GO TO INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211745     END-IF.
211750     MOVE WS-EXP-EJ-SUCURSAL TO WS-EXP-SUC-BUSCA.
211755     PERFORM INFORMES-EXP-SUC-UBICAR THRU
211760         INFORMES-EXP-SUC-UBICAR-EXIT.
211765     IF WS-EXP-S = ZERO
211770         GO TO INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211775     END-IF.
211780     ADD 1 TO XS-EJEMPLARES(WS-EXP-S).
211785     EVALUATE WS-EXP-EJ-CONDICION
211790         WHEN "N" ADD 1 TO XS-COND-NUEVO(WS-EXP-S)
211795         WHEN "B" ADD 1 TO XS-COND-BUENO(WS-EXP-S)
211800         WHEN "R" ADD 1 TO XS-COND-REGULAR(WS-EXP-S)
211805         WHEN "D" ADD 1 TO XS-COND-DANADO(WS-EXP-S)
211810         WHEN OTHER CONTINUE
211815     END-EVALUATE.
211820     ADD WS-EXP-EJ-PRESTAMOS TO XS-PRESTAMOS(WS-EXP-S).
211825     IF WS-EXP-EJ-ULTIMO > XS-ULTIMO(WS-EXP-S)
211830         MOVE WS-EXP-EJ-ULTIMO TO XS-ULTIMO(WS-EXP-S)
211835     END-IF.
211840     IF WS-EXP-EJ-ALTA > WS-EXP-LIMITE
211845         MOVE "S" TO XS-RECIENTE(WS-EXP-S)
211850     END-IF.
211855     IF NOT EXP-EJ-GASTADO
211860         OR WS-EXP-EJ-PRESTAMOS < WS-EXP-UMBRAL
211865         GO TO INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211870     END-IF.
211875     IF WS-SUCURSAL-FILTRO NOT = SPACES
211880         AND WS-SUCURSAL-FILTRO NOT = WS-EXP-EJ-SUCURSAL
211885         GO TO INFORMES-EXP-CERRAR-EJEMPLAR-EXIT
211890     END-IF.
211895     INITIALIZE REG-TRAB-EXP.
211900     MOVE "2"                 TO TEX-SECCION.
211905     MOVE WS-EXP-EJ-SUCURSAL  TO TEX-SUCURSAL.
211910     MOVE WS-EXP-ISBN-ANT     TO TEX-ISBN.
211915     MOVE WS-EXP-EJE-ANT      TO TEX-EJEMPLAR.
211920     MOVE WS-EXP-EJ-ULTIMO    TO TEX-ULTIMO.
211925     MOVE WS-EXP-EJ-CONDICION TO TEX-CONDICION.
211930     MOVE WS-EXP-EJ-PRESTAMOS TO TEX-PREST-SUC.
211935     WRITE REG-TRAB-EXP.
211940     ADD 1 TO WS-EXP-REPOSICION.
211945 INFORMES-EXP-CERRAR-EJEMPLAR-EXIT.
211950     EXIT.
211955*
211960*  INFORMES-EXP-CERRAR-TITULO -- graba como candidata a descarte
211965*  cada sucursal que tiene ejemplares del titulo sin prestamos
211970*  desde la fecha limite. Los titulos retirados del catalogo ya
211975*  salieron de la coleccion y no se proponen.
211980 INFORMES-EXP-CERRAR-TITULO.
211985     MOVE WS-EXP-ISBN-ANT TO LIB-ISBN.
211990     READ ARCH-LIBROS KEY IS LIB-ISBN
211995         INVALID KEY
212000             GO TO INFORMES-EXP-CERRAR-TITULO-EXIT
212005     END-READ.
212010     IF LIB-RETIRADO
212015         GO TO INFORMES-EXP-CERRAR-TITULO-EXIT
212020     END-IF.
212025     MOVE ZERO TO WS-EXP-CON-EJEMPLARES.
212030     PERFORM INFORMES-EXP-CONTAR-SUCURSAL
212035         VARYING WS-EXP-S FROM 1 BY 1
212040         UNTIL WS-EXP-S > WS-EXP-SUC-TOTAL.
212045     PERFORM INFORMES-EXP-CANDIDATO THRU
212050         INFORMES-EXP-CANDIDATO-EXIT
212055         VARYING WS-EXP-S FROM 1 BY 1
212060         UNTIL WS-EXP-S > WS-EXP-SUC-TOTAL.
212065 INFORMES-EXP-CERRAR-TITULO-EXIT.
212070     EXIT.
212075*
212080 INFORMES-EXP-CONTAR-SUCURSAL.
212085     IF XS-EJEMPLARES(WS-EXP-S) > ZERO
212090         ADD 1 TO WS-EXP-CON-EJEMPLARES
212095     END-IF.
212100*
212105 INFORMES-EXP-CANDIDATO.
212110     IF XS-EJEMPLARES(WS-EXP-S) = ZERO
212115         OR XS-RECIENTE(WS-EXP-S) = "S"
212120         OR XS-ULTIMO(WS-EXP-S) NOT < WS-EXP-LIMITE
212125         GO TO INFORMES-EXP-CANDIDATO-EXIT
212130     END-IF.
212135     IF WS-SUCURSAL-FILTRO NOT = SPACES
212140         AND WS-SUCURSAL-FILTRO NOT = XS-SUCURSAL(WS-EXP-S)
212145         GO TO INFORMES-EXP-CANDIDATO-EXIT
212150     END-IF.
212155     INITIALIZE REG-TRAB-EXP.
212160     MOVE "1"                      TO TEX-SECCION.
212165     MOVE XS-SUCURSAL(WS-EXP-S)    TO TEX-SUCURSAL.
212170     MOVE WS-EXP-ISBN-ANT          TO TEX-ISBN.
212175     MOVE XS-ULTIMO(WS-EXP-S)      TO TEX-ULTIMO.
212180     MOVE XS-PRESTAMOS(WS-EXP-S)   TO TEX-PREST-SUC.
212185     MOVE WS-EXP-TIT-PRESTAMOS     TO TEX-PREST-TIT.
212190     MOVE XS-EJEMPLARES(WS-EXP-S)  TO TEX-EJEMPLARES.
212195     MOVE XS-COND-NUEVO(WS-EXP-S)  TO TEX-COND-NUEVO.
212200     MOVE XS-COND-BUENO(WS-EXP-S)  TO TEX-COND-BUENO.
212205     MOVE XS-COND-REGULAR(WS-EXP-S) TO TEX-COND-REGULAR.
212210     MOVE XS-COND-DANADO(WS-EXP-S) TO TEX-COND-DANADO.
212215     COMPUTE TEX-OTRAS = WS-EXP-CON-EJEMPLARES - 1.
212220     WRITE REG-TRAB-EXP.
212225     ADD 1 TO WS-EXP-DESCARTE.
212230 INFORMES-EXP-CANDIDATO-EXIT.
212235     EXIT.
212240*
212245*  INFORMES-EXP-SUC-UBICAR -- deja en WS-EXP-S la entrada de la
212250*  tabla del titulo para WS-EXP-SUC-BUSCA, creandola si no
212255*  existe; cero si la tabla esta llena.
212260 INFORMES-EXP-SUC-UBICAR.
212265     MOVE ZERO TO WS-EXP-S.
212270     PERFORM INFORMES-EXP-SUC-COMPARAR
212275         VARYING WS-EXP-K FROM 1 BY 1
212280         UNTIL WS-EXP-K > WS-EXP-SUC-TOTAL OR WS-EXP-S > ZERO.
212285     IF WS-EXP-S > ZERO
212290         GO TO INFORMES-EXP-SUC-UBICAR-EXIT
212295     END-IF.
212300     IF WS-EXP-SUC-TOTAL NOT < WS-EXP-SUC-MAX
212305         GO TO INFORMES-EXP-SUC-UBICAR-EXIT
212310     END-IF.
212315     ADD 1 TO WS-EXP-SUC-TOTAL.
212320     MOVE WS-EXP-SUC-TOTAL TO WS-EXP-S.
212325     MOVE WS-EXP-SUC-BUSCA TO XS-SUCURSAL(WS-EXP-S).
212330 INFORMES-EXP-SUC-UBICAR-EXIT.
212335     EXIT.
212340*
212345 INFORMES-EXP-SUC-COMPARAR.
212350     IF XS-SUCURSAL(WS-EXP-K) = WS-EXP-SUC-BUSCA
212355         MOVE WS-EXP-K TO WS-EXP-S
212360     END-IF.
212365*
212370*  INFORMES-EXP-RELEER -- entrega los candidatos de TRABEXP.DAT
212375*  al segundo ordenamiento.
212380 INFORMES-EXP-RELEER.
212385     OPEN INPUT ARCH-TRAB-EXP.
212390     MOVE "N" TO WS-SW-FIN-LECTURA.
212395     IF WS-FS-TRAB-EXP NOT = "00"
212400         SET FIN-LECTURA TO TRUE
212405     END-IF.
212410     PERFORM INFORMES-EXP-RELEER-LEER THRU
212415         INFORMES-EXP-RELEER-LEER-EXIT UNTIL FIN-LECTURA.
212420     IF WS-FS-TRAB-EXP = "00" OR WS-FS-TRAB-EXP = "10"
212425         CLOSE ARCH-TRAB-EXP
212430     END-IF.
212435 INFORMES-EXP-RELEER-EXIT.
212440     EXIT.
212445*
212450 INFORMES-EXP-RELEER-LEER.
212455     READ ARCH-TRAB-EXP
212460         AT END
212465             SET FIN-LECTURA TO TRUE
212470             GO TO INFORMES-EXP-RELEER-LEER-EXIT
212475     END-READ.
212480     MOVE REG-TRAB-EXP TO REG-ORDEN-EXP-LISTA.
212485     RELEASE REG-ORDEN-EXP-LISTA.
212490 INFORMES-EXP-RELEER-LEER-EXIT.
212495     EXIT.
212500*
212505*  INFORMES-EXP-LISTAR -- imprime los candidatos con titulo de
212510*  seccion y encabezado por sucursal.
212515 INFORMES-EXP-LISTAR.
212520     MOVE SPACES TO WS-EXP-SEC-ANT.
212525     MOVE SPACES TO WS-EXP-SUC-ANT.
212530     MOVE "N" TO WS-SW-FIN-LECTURA.
212535     PERFORM INFORMES-EXP-LISTAR-RET THRU
212540         INFORMES-EXP-LISTAR-RET-EXIT UNTIL FIN-LECTURA.
212545 INFORMES-EXP-LISTAR-EXIT.
212550     EXIT.
212555*
212560 INFORMES-EXP-LISTAR-RET.
212565     RETURN ORDEN-EXP-LISTA
212570         AT END
212575             SET FIN-LECTURA TO TRUE
212580             GO TO INFORMES-EXP-LISTAR-RET-EXIT
212585     END-RETURN.
212590     MOVE REG-ORDEN-EXP-LISTA TO REG-TRAB-EXP.
212595     IF TEX-SECCION NOT = WS-EXP-SEC-ANT
212600         PERFORM INFORMES-EXP-TITULO-SECCION THRU
212605             INFORMES-EXP-TITULO-SECCION-EXIT
212610         MOVE TEX-SECCION TO WS-EXP-SEC-ANT
212615         MOVE SPACES      TO WS-EXP-SUC-ANT
212620     END-IF.
212625     IF TEX-SUCURSAL NOT = WS-EXP-SUC-ANT
212630         PERFORM INFORMES-EXP-TITULO-SUCURSAL THRU
212635             INFORMES-EXP-TITULO-SUCURSAL-EXIT
212640         MOVE TEX-SUCURSAL TO WS-EXP-SUC-ANT
212645     END-IF.
212650     MOVE TEX-ISBN TO LIB-ISBN.
212655     READ ARCH-LIBROS KEY IS LIB-ISBN
212660         INVALID KEY
212665             MOVE "(TITULO NO REGISTRADO)" TO LIB-TITULO
212670     END-READ.
212675     IF TEX-ULTIMO = ZERO
212680         MOVE "NUNCA" TO WS-EXP-TX-FECHA
212685     ELSE
212690         MOVE TEX-ULTIMO TO WS-EXP-TX-FECHA
212695     END-IF.
212700     IF TEX-SECCION = "1"
212705         PERFORM INFORMES-EXP-LINEA-DESCARTE THRU
212710             INFORMES-EXP-LINEA-DESCARTE-EXIT
212715     ELSE
212720         PERFORM INFORMES-EXP-LINEA-REPOSICION THRU
212725             INFORMES-EXP-LINEA-REPOSICION-EXIT
212730     END-IF.
212735 INFORMES-EXP-LISTAR-RET-EXIT.
212740     EXIT.
212745*
212750 INFORMES-EXP-TITULO-SECCION.
212755     MOVE SPACES TO REG-EXPURGO.
212760     WRITE REG-EXPURGO.
212765     MOVE SPACES TO WS-LINEA-EXPURGO.
212770     IF TEX-SECCION = "1"
212775         STRING "1. TITULOS SIN PRESTAMOS DESDE EL "
212780                 DELIMITED BY SIZE
212785             WS-EXP-LIMITE  DELIMITED BY SIZE
212790             " (CANDIDATOS A DESCARTE)" DELIMITED BY SIZE
212795             INTO WS-LINEA-EXPURGO
212800         END-STRING
212805     ELSE
212810         STRING "2. EJEMPLARES REGULARES O DANADOS CON "
212815                 DELIMITED BY SIZE
212820             WS-EXP-UMBRAL  DELIMITED BY SIZE
212825             " PRESTAMOS O MAS (CANDIDATOS A REPOSICION)"
212830                 DELIMITED BY SIZE
212835             INTO WS-LINEA-EXPURGO
212840         END-STRING
212845     END-IF.
212850     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
212855     WRITE REG-EXPURGO.
212860 INFORMES-EXP-TITULO-SECCION-EXIT.
212865     EXIT.
212870*
212875 INFORMES-EXP-TITULO-SUCURSAL.
212880     MOVE TEX-SUCURSAL TO SUC-CODIGO.
212885     READ ARCH-SUCURSALES KEY IS SUC-CODIGO
212890         INVALID KEY
212895             MOVE "(SUCURSAL NO REGISTRADA)" TO SUC-NOMBRE
212900     END-READ.
212905     MOVE SPACES TO REG-EXPURGO.
212910     WRITE REG-EXPURGO.
212915     MOVE SPACES TO WS-LINEA-EXPURGO.
212920     STRING "SUCURSAL "  DELIMITED BY SIZE
212925         TEX-SUCURSAL    DELIMITED BY SIZE
212930         " "             DELIMITED BY SIZE
212935         SUC-NOMBRE      DELIMITED BY SIZE
212940         INTO WS-LINEA-EXPURGO
212945     END-STRING.
212950     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
212955     WRITE REG-EXPURGO.
212960     MOVE SPACES TO WS-LINEA-EXPURGO.
212965     IF TEX-SECCION = "1"
212970         STRING "ISBN          TITULO                         "
212975                 DELIMITED BY SIZE
212980             "ULT.PRES PR.SUC. PR.TIT. EJEM   N   B   R   D OTR"
212985                 DELIMITED BY SIZE
212990             INTO WS-LINEA-EXPURGO
212995         END-STRING
213000     ELSE
213005         STRING "ISBN          EJEM "
213010                 DELIMITED BY SIZE
213015             "TITULO                         "
213020                 DELIMITED BY SIZE
213025             "CONDIC.  PRESTAM ULT.PRES"
213030                 DELIMITED BY SIZE
213035             INTO WS-LINEA-EXPURGO
213040         END-STRING
213045     END-IF.
213050     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
213055     WRITE REG-EXPURGO.
213060 INFORMES-EXP-TITULO-SUCURSAL-EXIT.
213065     EXIT.
213070*
213075 INFORMES-EXP-LINEA-DESCARTE.
213080     MOVE TEX-PREST-SUC    TO WS-EXP-ED-PREST-SUC.
213085     MOVE TEX-PREST-TIT    TO WS-EXP-ED-PREST-TIT.
213090     MOVE TEX-EJEMPLARES   TO WS-EXP-ED-EJEMPLARES.
213095     MOVE TEX-COND-NUEVO   TO WS-EXP-ED-N.
213100     MOVE TEX-COND-BUENO   TO WS-EXP-ED-B.
213105     MOVE TEX-COND-REGULAR TO WS-EXP-ED-R.
213110     MOVE TEX-COND-DANADO  TO WS-EXP-ED-D.
213115     MOVE TEX-OTRAS        TO WS-EXP-ED-OTRAS.
213120     MOVE SPACES TO WS-LINEA-EXPURGO.
213125     STRING TEX-ISBN          DELIMITED BY SIZE
213130         " "                  DELIMITED BY SIZE
213135         LIB-TITULO(1:30)     DELIMITED BY SIZE
213140         " "                  DELIMITED BY SIZE
213145         WS-EXP-TX-FECHA      DELIMITED BY SIZE
213150         " "                  DELIMITED BY SIZE
213155         WS-EXP-ED-PREST-SUC  DELIMITED BY SIZE
213160         " "                  DELIMITED BY SIZE
213165         WS-EXP-ED-PREST-TIT  DELIMITED BY SIZE
213170         " "                  DELIMITED BY SIZE
213175         WS-EXP-ED-EJEMPLARES DELIMITED BY SIZE
213180         " "                  DELIMITED BY SIZE
213185         WS-EXP-ED-N          DELIMITED BY SIZE
213190         " "                  DELIMITED BY SIZE
213195         WS-EXP-ED-B          DELIMITED BY SIZE
213200         " "                  DELIMITED BY SIZE
213205         WS-EXP-ED-R          DELIMITED BY SIZE
213210         " "                  DELIMITED BY SIZE
213215         WS-EXP-ED-D          DELIMITED BY SIZE
213220         " "                  DELIMITED BY SIZE
213225         WS-EXP-ED-OTRAS      DELIMITED BY SIZE
213230         INTO WS-LINEA-EXPURGO
213235     END-STRING.
213240     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
213245     WRITE REG-EXPURGO.
213250 INFORMES-EXP-LINEA-DESCARTE-EXIT.
213255     EXIT.
213260*
213265 INFORMES-EXP-LINEA-REPOSICION.
213270     IF TEX-CONDICION = "D"
213275         MOVE "DANADO"  TO WS-EXP-TX-CONDICION
213280     ELSE
213285         MOVE "REGULAR" TO WS-EXP-TX-CONDICION
213290     END-IF.
213295     MOVE TEX-PREST-SUC TO WS-EXP-ED-PREST-SUC.
213300     MOVE SPACES TO WS-LINEA-EXPURGO.
213305     STRING TEX-ISBN          DELIMITED BY SIZE
213310         " "                  DELIMITED BY SIZE
213315         TEX-EJEMPLAR         DELIMITED BY SIZE
213320         " "                  DELIMITED BY SIZE
213325         LIB-TITULO(1:30)     DELIMITED BY SIZE
213330         " "                  DELIMITED BY SIZE
213335         WS-EXP-TX-CONDICION  DELIMITED BY SIZE
213340         " "                  DELIMITED BY SIZE
213345         WS-EXP-ED-PREST-SUC  DELIMITED BY SIZE
213350         " "                  DELIMITED BY SIZE
213355         WS-EXP-TX-FECHA      DELIMITED BY SIZE
213360         INTO WS-LINEA-EXPURGO
213365     END-STRING.
213370     MOVE WS-LINEA-EXPURGO TO REG-EXPURGO.
213375     WRITE REG-EXPURGO.
213380 INFORMES-EXP-LINEA-REPOSICION-EXIT.
213385     EXIT.
213390*
213395* -----------------------------------------------------------------
213400*  MENSAJE-EMITIR -- con REG-USUARIO leido y WS-MSJ-ORIGEN,
213405*  -REFERENCIA, -SUCURSAL y -TEXTO cargados, entrega el mensaje a
213410*  la pasarela municipal por el canal preferido del usuario,
213415*  siempre que el dato de contacto exista y no haya sido devuelto
213420*  como invalido. En otro caso deja WS-SW-MSJ-ENVIADO en "N" y el
213425*  aviso sigue por papel o telefono, como siempre.
213430* -----------------------------------------------------------------
213435 MENSAJE-EMITIR.
213440     MOVE "N"     TO WS-SW-MSJ-ENVIADO.
213445     MOVE "PAPEL" TO WS-MSJ-TX-CANAL.
213450     MOVE SPACE   TO WS-MSJ-CANAL.
213455     IF USR-CANAL-CORREO AND USR-CORREO NOT = SPACES
213460         AND NOT USR-CORREO-INVALIDO
213465         MOVE "C"        TO WS-MSJ-CANAL
213470         MOVE USR-CORREO TO WS-MSJ-DESTINO
213475         MOVE "CORREO"   TO WS-MSJ-TX-CANAL
213480     END-IF.
213485     IF USR-CANAL-SMS AND USR-TELEFONO NOT = SPACES
213490         AND NOT USR-TELEFONO-INVALIDO
213495         MOVE "S"          TO WS-MSJ-CANAL
213500         MOVE SPACES       TO WS-MSJ-DESTINO
213505         MOVE USR-TELEFONO TO WS-MSJ-DESTINO
213510         MOVE "SMS"        TO WS-MSJ-TX-CANAL
213515     END-IF.
213520     IF WS-MSJ-CANAL = SPACE
213525         GO TO MENSAJE-EMITIR-EXIT
213530     END-IF.
213535     MOVE "BIBCTL" TO CTL-CLAVE.
213540     READ ARCH-CONTROL KEY IS CTL-CLAVE.
213545     ADD 1 TO CTL-ULT-MSJ-ID.
213550     REWRITE REG-CONTROL.
213555     MOVE "REWRITE" TO WS-DIA-OPERACION.
213560     PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT.
213565     MOVE SPACES            TO REG-MENSAJE.
213570     MOVE CTL-ULT-MSJ-ID    TO MSJ-ID.
213575     MOVE WS-FECHA-HOY      TO MSJ-FECHA.
213580     MOVE WS-MSJ-ORIGEN     TO MSJ-ORIGEN.
213585     MOVE WS-MSJ-CANAL      TO MSJ-CANAL.
213590     MOVE USR-ID            TO MSJ-USR-ID.
213595     MOVE WS-MSJ-SUCURSAL   TO MSJ-SUCURSAL.
213600     MOVE WS-MSJ-DESTINO    TO MSJ-DESTINO.
213605     MOVE WS-MSJ-REFERENCIA TO MSJ-REFERENCIA.
213610     SET MSJ-PENDIENTE      TO TRUE.
213615     MOVE ZERO              TO MSJ-FECHA-ACUSE.
213620     MOVE "N"               TO MSJ-IMPRESO.
213625     MOVE WS-MSJ-TEXTO      TO MSJ-TEXTO.
213630     WRITE REG-MENSAJE
213635         INVALID KEY
213640             DISPLAY "Error al grabar el mensaje " MSJ-ID "."
213645             MOVE "PAPEL" TO WS-MSJ-TX-CANAL
213650             GO TO MENSAJE-EMITIR-EXIT
213655     END-WRITE.
213660     MOVE "WRITE" TO WS-DIA-OPERACION.
213665     PERFORM DIARIO-MENSAJE THRU DIARIO-MENSAJE-EXIT.
213670     PERFORM MENSAJES-PASARELA-ABRIR THRU
213675         MENSAJES-PASARELA-ABRIR-EXIT.
213680     MOVE SPACES         TO REG-PASARELA.
213685     MOVE MSJ-ID         TO PAS-ID.
213690     MOVE MSJ-FECHA      TO PAS-FECHA.
213695     MOVE MSJ-CANAL      TO PAS-CANAL.
213700     MOVE MSJ-DESTINO    TO PAS-DESTINO.
213705     MOVE MSJ-TEXTO      TO PAS-TEXTO.
213710     WRITE REG-PASARELA.
213715     SET MENSAJE-ENVIADO TO TRUE.
213720     ADD 1 TO WS-MSJ-ENVIADOS.
213725 MENSAJE-EMITIR-EXIT.
213730     EXIT.
213735*
213740*  MENSAJES-PASARELA-ABRIR -- abre MSJSALIDA.DAT para agregar, una
213745*  sola vez por proceso; si no existe lo crea.
213750 MENSAJES-PASARELA-ABRIR.
213755     IF PASARELA-ABIERTA
213760         GO TO MENSAJES-PASARELA-ABRIR-EXIT
213765     END-IF.
213770     OPEN EXTEND ARCH-PASARELA.
213775     IF WS-FS-PASARELA = "35"
213780         OPEN OUTPUT ARCH-PASARELA
213785     END-IF.
213790     SET PASARELA-ABIERTA TO TRUE.
213795 MENSAJES-PASARELA-ABRIR-EXIT.
213800     EXIT.
213805*
213810 MENSAJES-PASARELA-CERRAR.
213815     IF PASARELA-ABIERTA
213820         CLOSE ARCH-PASARELA
213825         MOVE "N" TO WS-SW-PASARELA
213830     END-IF.
213835 MENSAJES-PASARELA-CERRAR-EXIT.
213840     EXIT.
213845*
213850*  MENSAJE-LARGO-TITULO -- largo de LIB-TITULO sin los espacios
213855*  del final, para que el texto del mensaje no quede cortado.
213860 MENSAJE-LARGO-TITULO.
213865     MOVE 40 TO WS-MSJ-LARGO.
213870     PERFORM MENSAJE-LARGO-TITULO-RECORTAR
213875         UNTIL WS-MSJ-LARGO = 1
213880         OR LIB-TITULO(WS-MSJ-LARGO:1) NOT = SPACE.
213885 MENSAJE-LARGO-TITULO-EXIT.
213890     EXIT.
213895*
213900 MENSAJE-LARGO-TITULO-RECORTAR.
213905     SUBTRACT 1 FROM WS-MSJ-LARGO.
213910*
213915*  MENSAJE-BUSCAR-PREVIO -- indica (WS-SW-MSJ-PREVIO) si el
213920*  usuario ya recibio un aviso de carne con la referencia
213925*  WS-MSJ-REFERENCIA, para no repetirlo en cada corrida.
213930 MENSAJE-BUSCAR-PREVIO.
213935     MOVE "N" TO WS-SW-MSJ-PREVIO.
213940     MOVE "N" TO WS-SW-FIN-MSJ.
213945     MOVE USR-ID TO MSJ-USR-ID.
213950     START ARCH-MENSAJES KEY IS EQUAL TO MSJ-USR-ID
213955         INVALID KEY
213960             GO TO MENSAJE-BUSCAR-PREVIO-EXIT
213965     END-START.
213970     PERFORM MENSAJE-BUSCAR-PREVIO-LEER THRU
213975         MENSAJE-BUSCAR-PREVIO-LEER-EXIT
213980         UNTIL FIN-MENSAJES OR MENSAJE-PREVIO.
213985 MENSAJE-BUSCAR-PREVIO-EXIT.
213990     EXIT.
213995*
214000 MENSAJE-BUSCAR-PREVIO-LEER.
214005     READ ARCH-MENSAJES NEXT RECORD
214010         AT END
214015             SET FIN-MENSAJES TO TRUE
214020             GO TO MENSAJE-BUSCAR-PREVIO-LEER-EXIT
214025     END-READ.
214030     IF MSJ-USR-ID NOT = USR-ID
214035         SET FIN-MENSAJES TO TRUE
214040         GO TO MENSAJE-BUSCAR-PREVIO-LEER-EXIT
214045     END-IF.
214050     IF MSJ-DE-CARNE AND MSJ-REFERENCIA = WS-MSJ-REFERENCIA
214055         SET MENSAJE-PREVIO TO TRUE
214060     END-IF.
214065 MENSAJE-BUSCAR-PREVIO-LEER-EXIT.
214070     EXIT.
214075*
214080* -----------------------------------------------------------------
214085*  MENSAJES-PROCESAR-ACUSES -- lee MSJACUSE.DAT, el archivo de
214090*  acuses que devuelve la pasarela, y deja cada mensaje
214095*  entregado, rebotado o con numero invalido. Lo no entregado
214100*  marca el dato de contacto del usuario como invalido (si sigue
214105*  siendo el mismo) y sale como carta en CARTAS.TXT. Un acuse de
214110*  un mensaje ya procesado se ignora, de modo que el mismo
214115*  archivo puede leerse dos veces sin duplicar cartas. Al final
214120*  emite el informe de rebotes del dia.
214125* -----------------------------------------------------------------
214130 MENSAJES-PROCESAR-ACUSES.
214135     MOVE ZERO TO WS-ACU-LEIDOS.
214140     MOVE ZERO TO WS-ACU-ENTREGADOS.
214145     MOVE ZERO TO WS-ACU-FALLIDOS.
214150     MOVE ZERO TO WS-ACU-IGNORADOS.
214155     MOVE ZERO TO WS-ACU-CONTACTOS.
214160     OPEN INPUT ARCH-ACUSES.
214165     IF WS-FS-ACUSES NOT = "00"
214170         DISPLAY "No hay archivo de acuses (MSJACUSE.DAT)."
214175         GO TO MENSAJES-PROCESAR-ACUSES-EXIT
214180     END-IF.
214185     OPEN OUTPUT ARCH-CARTAS.
214190     MOVE "N" TO WS-SW-FIN-LECTURA.
214195     PERFORM MENSAJES-ACUSE-LEER THRU
214200         MENSAJES-ACUSE-LEER-EXIT UNTIL FIN-LECTURA.
214205     CLOSE ARCH-ACUSES.
214210     CLOSE ARCH-CARTAS.
214215     DISPLAY "Acuses leidos.......: " WS-ACU-LEIDOS.
214220     DISPLAY "Entregados..........: " WS-ACU-ENTREGADOS.
214225     DISPLAY "No entregados, carta: " WS-ACU-FALLIDOS
214230         " (CARTAS.TXT)".
214235     DISPLAY "Contactos invalidos.: " WS-ACU-CONTACTOS.
214240     DISPLAY "Acuses ignorados....: " WS-ACU-IGNORADOS.
214245     MOVE WS-FECHA-HOY TO WS-FECHA-DESDE.
214250     MOVE WS-FECHA-HOY TO WS-FECHA-HASTA.
214255     MOVE SPACES       TO WS-SUCURSAL-FILTRO.
214260     PERFORM INFORMES-REBOTES-EJECUTAR THRU
214265         INFORMES-REBOTES-EJECUTAR-EXIT.
214270 MENSAJES-PROCESAR-ACUSES-EXIT.
214275     EXIT.
214280*
214285 MENSAJES-ACUSE-LEER.
214290     READ ARCH-ACUSES
214295         AT END
214300             SET FIN-LECTURA TO TRUE
214305             GO TO MENSAJES-ACUSE-LEER-EXIT
214310     END-READ.
214315     ADD 1 TO WS-ACU-LEIDOS.
214320     IF ACU-ID NOT NUMERIC
214325         ADD 1 TO WS-ACU-IGNORADOS
214330         GO TO MENSAJES-ACUSE-LEER-EXIT
214335     END-IF.
214340     IF NOT ACU-ENTREGADO AND NOT ACU-REBOTADO
214345         AND NOT ACU-INVALIDO
214350         ADD 1 TO WS-ACU-IGNORADOS
214355         GO TO MENSAJES-ACUSE-LEER-EXIT
214360     END-IF.
214365     MOVE ACU-ID TO MSJ-ID.
214370     READ ARCH-MENSAJES KEY IS MSJ-ID
214375         INVALID KEY
214380             ADD 1 TO WS-ACU-IGNORADOS
214385             GO TO MENSAJES-ACUSE-LEER-EXIT
214390     END-READ.
214395     IF NOT MSJ-PENDIENTE
214400         ADD 1 TO WS-ACU-IGNORADOS
214405         GO TO MENSAJES-ACUSE-LEER-EXIT
214410     END-IF.
214415     MOVE ACU-RESULTADO TO MSJ-ESTADO.
214420*  La fecha de acuse es la del proceso, para que el informe de
214425*  rebotes del dia incluya todo lo leido.
214430     MOVE WS-FECHA-HOY TO MSJ-FECHA-ACUSE.
214435     IF MSJ-ENTREGADO
214440         REWRITE REG-MENSAJE
214445         MOVE "REWRITE" TO WS-DIA-OPERACION
214450         PERFORM DIARIO-MENSAJE THRU DIARIO-MENSAJE-EXIT
214455         ADD 1 TO WS-ACU-ENTREGADOS
214460         GO TO MENSAJES-ACUSE-LEER-EXIT
214465     END-IF.
214470     MOVE "N" TO WS-SW-ACU-USUARIO.
214475     MOVE MSJ-USR-ID TO USR-ID.
214480     READ ARCH-USUARIOS KEY IS USR-ID
214485         INVALID KEY
214490             MOVE "(USUARIO NO REGISTRADO)" TO USR-NOMBRE
214495             MOVE SPACES TO USR-DIRECCION
214500         NOT INVALID KEY
214505             SET ACU-USUARIO-OK TO TRUE
214510     END-READ.
214515     IF ACU-USUARIO-OK
214520         PERFORM MENSAJES-MARCAR-CONTACTO THRU
214525             MENSAJES-MARCAR-CONTACTO-EXIT
214530     END-IF.
214535     PERFORM MENSAJES-CARTA THRU MENSAJES-CARTA-EXIT.
214540     MOVE "S" TO MSJ-IMPRESO.
214545     REWRITE REG-MENSAJE.
214550     MOVE "REWRITE" TO WS-DIA-OPERACION.
214555     PERFORM DIARIO-MENSAJE THRU DIARIO-MENSAJE-EXIT.
214560     ADD 1 TO WS-ACU-FALLIDOS.
214565 MENSAJES-ACUSE-LEER-EXIT.
214570     EXIT.
214575*
214580*  MENSAJES-MARCAR-CONTACTO -- marca invalido el correo o el
214585*  telefono al que no se pudo entregar, salvo que el usuario ya
214590*  lo haya cambiado despues del envio.
214595 MENSAJES-MARCAR-CONTACTO.
214600     MOVE SPACES TO WS-AUD-ANTES.
214605     MOVE SPACES TO WS-AUD-DESPUES.
214610     IF MSJ-POR-CORREO
214615         IF USR-CORREO NOT = MSJ-DESTINO OR USR-CORREO-INVALIDO
214620             GO TO MENSAJES-MARCAR-CONTACTO-EXIT
214625         END-IF
214630         SET USR-CORREO-INVALIDO TO TRUE
214635         STRING "CORREO " USR-CORREO DELIMITED BY SIZE
214640             INTO WS-AUD-ANTES
214645         END-STRING
214650     ELSE
214655         IF USR-TELEFONO NOT = MSJ-DESTINO
214660             OR USR-TELEFONO-INVALIDO
214665             GO TO MENSAJES-MARCAR-CONTACTO-EXIT
214670         END-IF
214675         SET USR-TELEFONO-INVALIDO TO TRUE
214680         STRING "TELEFONO " USR-TELEFONO DELIMITED BY SIZE
214685             INTO WS-AUD-ANTES
214690         END-STRING
214695     END-IF.
214700     REWRITE REG-USUARIO.
214705     MOVE "REWRITE" TO WS-DIA-OPERACION.
214710     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
214715     MOVE WS-AUD-ARCH-USUARIOS TO WS-AUD-ARCHIVO.
214720     MOVE "CONTACTO-INVAL" TO WS-AUD-ACCION.
214725     MOVE USR-ID           TO WS-AUD-LLAVE.
214730     STRING "MENSAJE "     DELIMITED BY SIZE
214735         MSJ-ID            DELIMITED BY SIZE
214740         " ACUSE "         DELIMITED BY SIZE
214745         MSJ-ESTADO        DELIMITED BY SIZE
214750         " "               DELIMITED BY SIZE
214755         ACU-DETALLE       DELIMITED BY SIZE
214760         INTO WS-AUD-DESPUES
214765     END-STRING.
214770     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
214775     ADD 1 TO WS-ACU-CONTACTOS.
214780 MENSAJES-MARCAR-CONTACTO-EXIT.
214785     EXIT.
214790*
214795*  MENSAJES-CARTA -- el mensaje no entregado, como carta impresa
214800*  con los datos de correspondencia del usuario.
214805 MENSAJES-CARTA.
214810     MOVE SPACES TO WS-LINEA-CARTA.
214815     STRING "CARTA POR MENSAJE NO ENTREGADO " DELIMITED BY SIZE
214820         MSJ-ID             DELIMITED BY SIZE
214825         " SUCURSAL "       DELIMITED BY SIZE
214830         MSJ-SUCURSAL       DELIMITED BY SIZE
214835         " FECHA "          DELIMITED BY SIZE
214840         MSJ-FECHA          DELIMITED BY SIZE
214845         INTO WS-LINEA-CARTA
214850     END-STRING.
214855     MOVE WS-LINEA-CARTA TO REG-CARTA.
214860     WRITE REG-CARTA.
214865     MOVE SPACES TO WS-LINEA-CARTA.
214870     STRING "  " MSJ-USR-ID " " USR-NOMBRE " " USR-DIRECCION
214875         DELIMITED BY SIZE
214880         INTO WS-LINEA-CARTA
214885     END-STRING.
214890     MOVE WS-LINEA-CARTA TO REG-CARTA.
214895     WRITE REG-CARTA.
214900     MOVE SPACES TO WS-LINEA-CARTA.
214905     STRING "  " MSJ-TEXTO DELIMITED BY SIZE
214910         INTO WS-LINEA-CARTA
214915     END-STRING.
214920     MOVE WS-LINEA-CARTA TO REG-CARTA.
214925     WRITE REG-CARTA.
214930     MOVE SPACES TO REG-CARTA.
214935     WRITE REG-CARTA.
214940 MENSAJES-CARTA-EXIT.
214945     EXIT.
214950*
214955* -----------------------------------------------------------------
214960*  INFORMES-REBOTES -- informe de mensajeria por sucursal
214965*  (REBOTES.TXT): mensajes con acuse en el rango de fechas, con
214970*  el detalle de los rebotados y de numero o direccion invalida,
214975*  y subtotales de entregados, rebotados e invalidos.
214980* -----------------------------------------------------------------
214985 INFORMES-REBOTES.
214990     DISPLAY "Rango de fechas de acuse.".
214995     PERFORM INFORMES-CIRCULACION-PEDIR-RANGO THRU
215000         INFORMES-CIRCULACION-PEDIR-RANGO-EXIT.
215005     PERFORM INFORMES-REBOTES-EJECUTAR THRU
215010         INFORMES-REBOTES-EJECUTAR-EXIT.
215015 INFORMES-REBOTES-EXIT.
215020     EXIT.
215025*
215030*  INFORMES-REBOTES-EJECUTAR -- cuerpo sin dialogos, con
215035*  WS-FECHA-DESDE, WS-FECHA-HASTA y WS-SUCURSAL-FILTRO cargados.
215040 INFORMES-REBOTES-EJECUTAR.
215045     MOVE ZERO TO WS-REB-T-ENTREGADOS.
215050     MOVE ZERO TO WS-REB-T-REBOTADOS.
215055     MOVE ZERO TO WS-REB-T-INVALIDOS.
215060     OPEN OUTPUT ARCH-REBOTES.
215065     MOVE SPACES TO WS-LINEA-REBOTE.
215070     STRING "REBOTES DE MENSAJERIA POR SUCURSAL - ACUSES DEL "
215075             DELIMITED BY SIZE
215080         WS-FECHA-DESDE     DELIMITED BY SIZE
215085         " AL "             DELIMITED BY SIZE
215090         WS-FECHA-HASTA     DELIMITED BY SIZE
215095         INTO WS-LINEA-REBOTE
215100     END-STRING.
215105     MOVE WS-LINEA-REBOTE TO REG-REBOTE.
215110     WRITE REG-REBOTE.
215115     IF WS-SUCURSAL-FILTRO = SPACES
215120         MOVE "TODAS LAS SUCURSALES" TO REG-REBOTE
215125     ELSE
215130         MOVE SPACES TO REG-REBOTE
215135         STRING "SUCURSAL " WS-SUCURSAL-FILTRO
215140             DELIMITED BY SIZE INTO REG-REBOTE
215145         END-STRING
215150     END-IF.
215155     WRITE REG-REBOTE.
215160     SORT ORDEN-REBOTES
215165         ON ASCENDING KEY ORB-SUCURSAL
215170         ON ASCENDING KEY ORB-ID
215175         INPUT PROCEDURE IS INFORMES-REB-EXTRAER THRU
215180             INFORMES-REB-EXTRAER-EXIT
215185         OUTPUT PROCEDURE IS INFORMES-REB-LISTAR THRU
215190             INFORMES-REB-LISTAR-EXIT.
215195     MOVE SPACES TO REG-REBOTE.
215200     WRITE REG-REBOTE.
215205     MOVE WS-REB-T-ENTREGADOS TO WS-REB-ED-ENTREGADOS.
215210     MOVE WS-REB-T-REBOTADOS  TO WS-REB-ED-REBOTADOS.
215215     MOVE WS-REB-T-INVALIDOS  TO WS-REB-ED-INVALIDOS.
215220     MOVE SPACES TO WS-LINEA-REBOTE.
215225     STRING "TOTAL GENERAL   ENTREGADOS " DELIMITED BY SIZE
215230         WS-REB-ED-ENTREGADOS DELIMITED BY SIZE
215235         "  REBOTADOS "       DELIMITED BY SIZE
215240         WS-REB-ED-REBOTADOS  DELIMITED BY SIZE
215245         "  INVALIDOS "       DELIMITED BY SIZE
215250         WS-REB-ED-INVALIDOS  DELIMITED BY SIZE
215255         INTO WS-LINEA-REBOTE
215260     END-STRING.
215265     MOVE WS-LINEA-REBOTE TO REG-REBOTE.
215270     WRITE REG-REBOTE.
215275     CLOSE ARCH-REBOTES.
215280     DISPLAY "Rebotes: " WS-REB-T-REBOTADOS " invalidos: "
215285         WS-REB-T-INVALIDOS ". Vea REBOTES.TXT.".
215290 INFORMES-REBOTES-EJECUTAR-EXIT.
215295     EXIT.
215300*
215305 INFORMES-REB-EXTRAER.
215310     MOVE "N" TO WS-SW-FIN-LECTURA.
215315     MOVE 0 TO MSJ-ID.
215320     START ARCH-MENSAJES KEY IS NOT LESS THAN MSJ-ID
215325         INVALID KEY SET FIN-LECTURA TO TRUE
215330     END-START.
215335     PERFORM INFORMES-REB-EXTRAER-LEER THRU
215340         INFORMES-REB-EXTRAER-LEER-EXIT UNTIL FIN-LECTURA.
215345 INFORMES-REB-EXTRAER-EXIT.
215350     EXIT.
215355*
215360 INFORMES-REB-EXTRAER-LEER.
215365     READ ARCH-MENSAJES NEXT RECORD
215370         AT END
215375             SET FIN-LECTURA TO TRUE
215380             GO TO INFORMES-REB-EXTRAER-LEER-EXIT
215385     END-READ.
215390     IF MSJ-PENDIENTE
215395         GO TO INFORMES-REB-EXTRAER-LEER-EXIT
215400     END-IF.
215405     IF MSJ-FECHA-ACUSE < WS-FECHA-DESDE
215410         OR MSJ-FECHA-ACUSE > WS-FECHA-HASTA
215415         GO TO INFORMES-REB-EXTRAER-LEER-EXIT
215420     END-IF.
215425     IF WS-SUCURSAL-FILTRO NOT = SPACES
215430         AND WS-SUCURSAL-FILTRO NOT = MSJ-SUCURSAL
215435         GO TO INFORMES-REB-EXTRAER-LEER-EXIT
215440     END-IF.
215445     MOVE MSJ-SUCURSAL TO ORB-SUCURSAL.
215450     MOVE MSJ-ID       TO ORB-ID.
215455     MOVE MSJ-ESTADO   TO ORB-ESTADO.
215460     RELEASE REG-ORDEN-REB.
215465 INFORMES-REB-EXTRAER-LEER-EXIT.
215470     EXIT.
215475*
215480 INFORMES-REB-LISTAR.
215485     MOVE "N" TO WS-SW-REB-GRUPO.
215490     MOVE SPACES TO WS-REB-SUC-ANT.
215495     MOVE "N" TO WS-SW-FIN-LECTURA.
215500     PERFORM INFORMES-REB-LISTAR-RET THRU
215505         INFORMES-REB-LISTAR-RET-EXIT UNTIL FIN-LECTURA.
215510     IF REB-HAY-GRUPO
215515         PERFORM INFORMES-REB-SUBTOTAL THRU
215520             INFORMES-REB-SUBTOTAL-EXIT
215525     END-IF.
215530 INFORMES-REB-LISTAR-EXIT.
215535     EXIT.
215540*
215545 INFORMES-REB-LISTAR-RET.
215550     RETURN ORDEN-REBOTES
215555         AT END
215560             SET FIN-LECTURA TO TRUE
215565             GO TO INFORMES-REB-LISTAR-RET-EXIT
215570     END-RETURN.
215575     IF NOT REB-HAY-GRUPO OR ORB-SUCURSAL NOT = WS-REB-SUC-ANT
215580         IF REB-HAY-GRUPO
215585             PERFORM INFORMES-REB-SUBTOTAL THRU
215590                 INFORMES-REB-SUBTOTAL-EXIT
215595         END-IF
215600         PERFORM INFORMES-REB-TITULO-SUCURSAL THRU
215605             INFORMES-REB-TITULO-SUCURSAL-EXIT
215610         MOVE ORB-SUCURSAL TO WS-REB-SUC-ANT
215615         SET REB-HAY-GRUPO TO TRUE
215620     END-IF.
215625     EVALUATE ORB-ESTADO
215630         WHEN "E"
215635             ADD 1 TO WS-REB-S-ENTREGADOS
215640             GO TO INFORMES-REB-LISTAR-RET-EXIT
215645         WHEN "R"
215650             ADD 1 TO WS-REB-S-REBOTADOS
215655             MOVE "REBOTADO"   TO WS-REB-TX-RESULTADO
215660         WHEN OTHER
215665             ADD 1 TO WS-REB-S-INVALIDOS
215670             MOVE "INVALIDO"   TO WS-REB-TX-RESULTADO
215675     END-EVALUATE.
215680     PERFORM INFORMES-REB-LINEA THRU INFORMES-REB-LINEA-EXIT.
215685 INFORMES-REB-LISTAR-RET-EXIT.
215690     EXIT.
215695*
215700 INFORMES-REB-TITULO-SUCURSAL.
215705     MOVE ZERO TO WS-REB-S-ENTREGADOS.
215710     MOVE ZERO TO WS-REB-S-REBOTADOS.
215715     MOVE ZERO TO WS-REB-S-INVALIDOS.
215720     MOVE ORB-SUCURSAL TO SUC-CODIGO.
215725     READ ARCH-SUCURSALES KEY IS SUC-CODIGO
215730         INVALID KEY
215735             MOVE "(SUCURSAL NO REGISTRADA)" TO SUC-NOMBRE
215740     END-READ.
215745     MOVE SPACES TO REG-REBOTE.
215750     WRITE REG-REBOTE.
215755     MOVE SPACES TO WS-LINEA-REBOTE.
215760     STRING "SUCURSAL " ORB-SUCURSAL " " SUC-NOMBRE
215765         DELIMITED BY SIZE
215770         INTO WS-LINEA-REBOTE
215775     END-STRING.
215780     MOVE WS-LINEA-REBOTE TO REG-REBOTE.
215785     WRITE REG-REBOTE.
215790     MOVE SPACES TO WS-LINEA-REBOTE.
215795     STRING "  MENSAJE  ORIGEN  CANAL  RESULTADO  ACUSE    "
215800             DELIMITED BY SIZE
215805         "CEDULA     DESTINO"  DELIMITED BY SIZE
215810         INTO WS-LINEA-REBOTE
215815     END-STRING.
215820     MOVE WS-LINEA-REBOTE TO REG-REBOTE.
215825     WRITE REG-REBOTE.
215830 INFORMES-REB-TITULO-SUCURSAL-EXIT.
215835     EXIT.
215840*
215845 INFORMES-REB-LINEA.
215850     MOVE ORB-ID TO MSJ-ID.
215855     READ ARCH-MENSAJES KEY IS MSJ-ID
215860         INVALID KEY
215865             GO TO INFORMES-REB-LINEA-EXIT
215870     END-READ.
215875     EVALUATE TRUE
215880         WHEN MSJ-DE-AVISO   MOVE "AVISO"   TO WS-REB-TX-ORIGEN
215885         WHEN MSJ-DE-RESERVA MOVE "RESERVA" TO WS-REB-TX-ORIGEN
215890         WHEN OTHER          MOVE "CARNE"   TO WS-REB-TX-ORIGEN
215895     END-EVALUATE.
215900     IF MSJ-POR-CORREO
215905         MOVE "CORREO" TO WS-MSJ-TX-CANAL
215910     ELSE
215915         MOVE "SMS"    TO WS-MSJ-TX-CANAL
215920     END-IF.
215925     MOVE SPACES TO WS-LINEA-REBOTE.
215930     STRING "  "                DELIMITED BY SIZE
215935         MSJ-ID                 DELIMITED BY SIZE
215940         " "                    DELIMITED BY SIZE
215945         WS-REB-TX-ORIGEN       DELIMITED BY SIZE
215950         " "                    DELIMITED BY SIZE
215955         WS-MSJ-TX-CANAL(1:6)   DELIMITED BY SIZE
215960         " "                    DELIMITED BY SIZE
215965         WS-REB-TX-RESULTADO    DELIMITED BY SIZE
215970         " "                    DELIMITED BY SIZE
215975         MSJ-FECHA-ACUSE        DELIMITED BY SIZE
215980         " "                    DELIMITED BY SIZE
215985         MSJ-USR-ID             DELIMITED BY SIZE
215990         " "                    DELIMITED BY SIZE
215995         MSJ-DESTINO            DELIMITED BY SIZE
216000         INTO WS-LINEA-REBOTE
216005     END-STRING.
216010     MOVE WS-LINEA-REBOTE TO REG-REBOTE.
216015     WRITE REG-REBOTE.
216020 INFORMES-REB-LINEA-EXIT.
216025     EXIT.
216030*
216035 INFORMES-REB-SUBTOTAL.
216040     MOVE WS-REB-S-ENTREGADOS TO WS-REB-ED-ENTREGADOS.
216045     MOVE WS-REB-S-REBOTADOS  TO WS-REB-ED-REBOTADOS.
216050     MOVE WS-REB-S-INVALIDOS  TO WS-REB-ED-INVALIDOS.
216055     MOVE SPACES TO WS-LINEA-REBOTE.
216060     STRING "  SUBTOTAL " DELIMITED BY SIZE
216065         WS-REB-SUC-ANT       DELIMITED BY SIZE
216070         "  ENTREGADOS "      DELIMITED BY SIZE
216075         WS-REB-ED-ENTREGADOS DELIMITED BY SIZE
216080         "  REBOTADOS "       DELIMITED BY SIZE
216085         WS-REB-ED-REBOTADOS  DELIMITED BY SIZE
216090         "  INVALIDOS "       DELIMITED BY SIZE
216095         WS-REB-ED-INVALIDOS  DELIMITED BY SIZE
216100         INTO WS-LINEA-REBOTE
216105     END-STRING.
216110     MOVE WS-LINEA-REBOTE TO REG-REBOTE.
216115     WRITE REG-REBOTE.
216120     ADD WS-REB-S-ENTREGADOS TO WS-REB-T-ENTREGADOS.
216125     ADD WS-REB-S-REBOTADOS  TO WS-REB-T-REBOTADOS.
216130     ADD WS-REB-S-INVALIDOS  TO WS-REB-T-INVALIDOS.
216135 INFORMES-REB-SUBTOTAL-EXIT.
216140     EXIT.
216145*
216150* -----------------------------------------------------------------
216155*  UTILERIAS-INTEGRIDAD -- recorre los maestros indexados y lista
216160*  en INTEGRIDAD.TXT, por tipo y con conteos, los registros que
216165*  apuntan a datos inexistentes: prestamos de cedulas que no
216170*  estan en USUARIOS, multas cuyo prestamo no esta ni en
216175*  PRESTAMOS ni en HISTPRE.DAT (las interbibliotecarias contra
216180*  INTERBIB), ejemplares sin titulo, ejemplares prestados sin
216185*  prestamo abierto, ejemplares en transito sin traslado
216190*  abierto, reservas activas sobre titulos retirados, y
216195*  sucursales o categorias que no existen en SUCURSALES o
216200*  POLITICAS. A pedido corrige los casos seguros:
216205*    - ejemplar prestado cuyo prestamo ya figura devuelto: queda
216210*      disponible;
216215*    - ejemplar en transito de un traslado ya recibido o
216220*      cancelado: queda disponible (en la sucursal de destino si
216225*      el traslado se recibio);
216230*    - reserva activa sobre titulo retirado: se cancela.
216235*  Toda correccion queda en el DIARIO y en la auditoria; lo
216240*  demas requiere revision y solo se informa.
216245* -----------------------------------------------------------------
216250 UTILERIAS-INTEGRIDAD.
216255     DISPLAY "Corregir automaticamente los casos seguros (S/N): ".
216260     ACCEPT WS-INT-CORREGIR.
216265     IF WS-INT-CORREGIR NOT = "S"
216270         MOVE "N" TO WS-INT-CORREGIR
216275     END-IF.
216280     PERFORM UTILERIAS-INTEGRIDAD-EJECUTAR THRU
216285         UTILERIAS-INTEGRIDAD-EJECUTAR-EXIT.
216290 UTILERIAS-INTEGRIDAD-EXIT.
216295     EXIT.
216300*
216305*  UTILERIAS-INTEGRIDAD-EJECUTAR -- cuerpo sin dialogos, con
216310*  WS-INT-CORREGIR cargado.
216315 UTILERIAS-INTEGRIDAD-EJECUTAR.
216320     INITIALIZE TABLA-INT-CONTEOS.
216325     MOVE ZERO TO WS-INT-TOTAL.
216330     MOVE ZERO TO WS-INT-TOTAL-CORR.
216335     OPEN OUTPUT ARCH-INTEGRIDAD.
216340     MOVE SPACES TO WS-LINEA-INTEGRIDAD.
216345     STRING "VERIFICACION DE INTEGRIDAD REFERENCIAL AL "
216350             DELIMITED BY SIZE
216355         WS-FECHA-HOY       DELIMITED BY SIZE
216360         INTO WS-LINEA-INTEGRIDAD
216365     END-STRING.
216370     MOVE WS-LINEA-INTEGRIDAD TO REG-INTEGRIDAD.
216375     WRITE REG-INTEGRIDAD.
216380     IF INT-CORREGIR
216385         MOVE "CORRECCION AUTOMATICA DE CASOS SEGUROS: SI"
216390             TO REG-INTEGRIDAD
216395     ELSE
216400         MOVE "CORRECCION AUTOMATICA DE CASOS SEGUROS: NO"
216405             TO REG-INTEGRIDAD
216410     END-IF.
216415     WRITE REG-INTEGRIDAD.
216420     PERFORM UTILERIAS-INT-PRESTAMOS THRU
216425         UTILERIAS-INT-PRESTAMOS-EXIT.
216430     PERFORM UTILERIAS-INT-MULTAS THRU
216435         UTILERIAS-INT-MULTAS-EXIT.
216440     PERFORM UTILERIAS-INT-EJE-TITULO THRU
216445         UTILERIAS-INT-EJE-TITULO-EXIT.
216450     PERFORM UTILERIAS-INT-EJE-PRESTADO THRU
216455         UTILERIAS-INT-EJE-PRESTADO-EXIT.
216460     PERFORM UTILERIAS-INT-EJE-TRANSITO THRU
216465         UTILERIAS-INT-EJE-TRANSITO-EXIT.
216470     PERFORM UTILERIAS-INT-RESERVAS THRU
216475         UTILERIAS-INT-RESERVAS-EXIT.
216480     PERFORM UTILERIAS-INT-SUCURSALES THRU
216485         UTILERIAS-INT-SUCURSALES-EXIT.
216490     PERFORM UTILERIAS-INT-CATEGORIAS THRU
216495         UTILERIAS-INT-CATEGORIAS-EXIT.
216500     MOVE SPACES TO REG-INTEGRIDAD.
216505     WRITE REG-INTEGRIDAD.
216510     MOVE "RESUMEN POR TIPO" TO REG-INTEGRIDAD.
216515     WRITE REG-INTEGRIDAD.
216520     PERFORM UTILERIAS-INT-RESUMEN
216525         VARYING WS-INT-K FROM 1 BY 1 UNTIL WS-INT-K > 8.
216530     MOVE WS-INT-TOTAL      TO WS-INT-ED-ENCONTRADOS.
216535     MOVE WS-INT-TOTAL-CORR TO WS-INT-ED-CORREGIDOS.
216540     MOVE SPACES TO WS-LINEA-INTEGRIDAD.
216545     STRING "   TOTAL"           DELIMITED BY SIZE
216550         "                                                  "
216555                                 DELIMITED BY SIZE
216560         WS-INT-ED-ENCONTRADOS   DELIMITED BY SIZE
216565         " "                     DELIMITED BY SIZE
216570         WS-INT-ED-CORREGIDOS    DELIMITED BY SIZE
216575         INTO WS-LINEA-INTEGRIDAD
216580     END-STRING.
216585     MOVE WS-LINEA-INTEGRIDAD TO REG-INTEGRIDAD.
216590     WRITE REG-INTEGRIDAD.
216595     CLOSE ARCH-INTEGRIDAD.
216600     DISPLAY "Inconsistencias: " WS-INT-TOTAL
216605         " corregidas: " WS-INT-TOTAL-CORR
216610         ". Vea INTEGRIDAD.TXT.".
216615 UTILERIAS-INTEGRIDAD-EJECUTAR-EXIT.
216620     EXIT.
216625*
216630 UTILERIAS-INT-RESUMEN.
216635     MOVE WS-INT-K TO WS-INT-TIPO.
216640     PERFORM UTILERIAS-INT-NOMBRE-TIPO THRU
216645         UTILERIAS-INT-NOMBRE-TIPO-EXIT.
216650     MOVE XI-ENCONTRADOS(WS-INT-K) TO WS-INT-ED-ENCONTRADOS.
216655     MOVE XI-CORREGIDOS(WS-INT-K)  TO WS-INT-ED-CORREGIDOS.
216660     MOVE SPACES TO WS-LINEA-INTEGRIDAD.
216665     STRING " " WS-INT-TIPO ". " DELIMITED BY SIZE
216670         WS-INT-NOMBRE           DELIMITED BY SIZE
216675         " "                     DELIMITED BY SIZE
216680         WS-INT-ED-ENCONTRADOS   DELIMITED BY SIZE
216685         " "                     DELIMITED BY SIZE
216690         WS-INT-ED-CORREGIDOS    DELIMITED BY SIZE
216695         INTO WS-LINEA-INTEGRIDAD
216700     END-STRING.
216705     MOVE WS-LINEA-INTEGRIDAD TO REG-INTEGRIDAD.
216710     WRITE REG-INTEGRIDAD.
216715*
216720 UTILERIAS-INT-NOMBRE-TIPO.
216725     EVALUATE WS-INT-TIPO
216730         WHEN 1
216735             MOVE "PRESTAMO DE CEDULA INEXISTENTE" TO
216740                 WS-INT-NOMBRE
216745         WHEN 2
216750             MOVE "MULTA SIN PRESTAMO NI HISTORICO" TO
216755                 WS-INT-NOMBRE
216760         WHEN 3
216765             MOVE "EJEMPLAR DE TITULO INEXISTENTE" TO
216770                 WS-INT-NOMBRE
216775         WHEN 4
216780             MOVE "EJEMPLAR PRESTADO SIN PRESTAMO ABIERTO" TO
216785                 WS-INT-NOMBRE
216790         WHEN 5
216795             MOVE "EJEMPLAR EN TRANSITO SIN TRASLADO ABIERTO" TO
216800                 WS-INT-NOMBRE
216805         WHEN 6
216810             MOVE "RESERVA ACTIVA SOBRE TITULO RETIRADO" TO
216815                 WS-INT-NOMBRE
216820         WHEN 7
216825             MOVE "SUCURSAL INEXISTENTE" TO WS-INT-NOMBRE
216830         WHEN OTHER
216835             MOVE "CATEGORIA INEXISTENTE" TO WS-INT-NOMBRE
216840     END-EVALUATE.
216845 UTILERIAS-INT-NOMBRE-TIPO-EXIT.
216850     EXIT.
216855*
216860*  UTILERIAS-INT-TITULO -- encabezado de la seccion WS-INT-TIPO.
216865 UTILERIAS-INT-TITULO.
216870     PERFORM UTILERIAS-INT-NOMBRE-TIPO THRU
216875         UTILERIAS-INT-NOMBRE-TIPO-EXIT.
216880     MOVE SPACES TO REG-INTEGRIDAD.
216885     WRITE REG-INTEGRIDAD.
216890     MOVE SPACES TO WS-LINEA-INTEGRIDAD.
216895     STRING WS-INT-TIPO ". " WS-INT-NOMBRE DELIMITED BY SIZE
216900         INTO WS-LINEA-INTEGRIDAD
216905     END-STRING.
216910     MOVE WS-LINEA-INTEGRIDAD TO REG-INTEGRIDAD.
216915     WRITE REG-INTEGRIDAD.
216920     MOVE SPACES TO WS-LINEA-INTEGRIDAD.
216925     STRING "   ARCHIVO    LLAVE                DETALLE"
216930             DELIMITED BY SIZE
216935         INTO WS-LINEA-INTEGRIDAD
216940     END-STRING.
216945     MOVE WS-LINEA-INTEGRIDAD TO REG-INTEGRIDAD.
216950     WRITE REG-INTEGRIDAD.
216955 UTILERIAS-INT-TITULO-EXIT.
216960     EXIT.
216965*
216970*  UTILERIAS-INT-ANOTAR -- linea de detalle de una inconsistencia
216975*  del tipo WS-INT-TIPO con WS-INT-ARCHIVO, -LLAVE y -DETALLE;
216980*  WS-SW-INT-CORREGIDO indica si se corrigio.
216985 UTILERIAS-INT-ANOTAR.
216990     MOVE SPACES TO WS-LINEA-INTEGRIDAD.
216995     STRING "   "           DELIMITED BY SIZE
217000         WS-INT-ARCHIVO     DELIMITED BY SIZE
217005         " "                DELIMITED BY SIZE
217010         WS-INT-LLAVE       DELIMITED BY SIZE
217015         " "                DELIMITED BY SIZE
217020         WS-INT-DETALLE     DELIMITED BY SIZE
217025         INTO WS-LINEA-INTEGRIDAD
217030     END-STRING.
217035     IF INT-CORREGIDO
217040         MOVE "CORREGIDO" TO WS-LINEA-INTEGRIDAD(118:9)
217045         ADD 1 TO XI-CORREGIDOS(WS-INT-TIPO)
217050         ADD 1 TO WS-INT-TOTAL-CORR
217055     END-IF.
217060     MOVE WS-LINEA-INTEGRIDAD TO REG-INTEGRIDAD.
217065     WRITE REG-INTEGRIDAD.
217070     ADD 1 TO XI-ENCONTRADOS(WS-INT-TIPO).
217075     ADD 1 TO WS-INT-TOTAL.
217080     MOVE "N" TO WS-SW-INT-CORREGIDO.
217085 UTILERIAS-INT-ANOTAR-EXIT.
217090     EXIT.
217095*
217100*  UTILERIAS-INT-LLAVE-EJEMPLAR -- llave legible del ejemplar
217105*  en memoria para el detalle y la auditoria.
217110 UTILERIAS-INT-LLAVE-EJEMPLAR.
217115     MOVE "EJEMPLARES" TO WS-INT-ARCHIVO.
217120     MOVE SPACES TO WS-INT-LLAVE.
217125     STRING EJE-ISBN "-" EJE-NUMERO DELIMITED BY SIZE
217130         INTO WS-INT-LLAVE
217135     END-STRING.
217140 UTILERIAS-INT-LLAVE-EJEMPLAR-EXIT.
217145     EXIT.
217150*
217155* -----------------------------------------------------------------
217160*  1. Prestamos (abiertos o cerrados) de cedulas que no estan en
217162*  USUARIOS. Solo se informan. Se omiten los identificadores
217164*  anonimos: la anonimizacion no agrega a USUARIOS las cedulas
217166*  que ya no estaban alli.
217170* -----------------------------------------------------------------
217175 UTILERIAS-INT-PRESTAMOS.
217180     MOVE 1 TO WS-INT-TIPO.
217185     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
217190     MOVE "N" TO WS-SW-FIN-LECTURA.
217195     MOVE 0 TO PRE-ID.
217200     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
217205         INVALID KEY SET FIN-LECTURA TO TRUE
217210     END-START.
217215     PERFORM UTILERIAS-INT-PRESTAMOS-LEER THRU
217220         UTILERIAS-INT-PRESTAMOS-LEER-EXIT UNTIL FIN-LECTURA.
217225 UTILERIAS-INT-PRESTAMOS-EXIT.
217230     EXIT.
217235*
217240 UTILERIAS-INT-PRESTAMOS-LEER.
217245     READ ARCH-PRESTAMOS NEXT RECORD
217250         AT END
217255             SET FIN-LECTURA TO TRUE
217260             GO TO UTILERIAS-INT-PRESTAMOS-LEER-EXIT
217265     END-READ.
217266     MOVE PRE-USR-ID TO WS-ANON-CEDULA.
217267     IF ANON-ES-ANONIMO
217268         GO TO UTILERIAS-INT-PRESTAMOS-LEER-EXIT
217269     END-IF.
217270     MOVE PRE-USR-ID TO USR-ID.
217275     READ ARCH-USUARIOS KEY IS USR-ID
217280         INVALID KEY
217285             MOVE "PRESTAMOS" TO WS-INT-ARCHIVO
217290             MOVE PRE-ID      TO WS-INT-LLAVE
217295             MOVE SPACES      TO WS-INT-DETALLE
217300             STRING "CEDULA " PRE-USR-ID " NO ESTA EN USUARIOS;"
217305                 " ISBN " PRE-ISBN " ESTADO " PRE-ESTADO
217310                 DELIMITED BY SIZE INTO WS-INT-DETALLE
217315             END-STRING
217320             PERFORM UTILERIAS-INT-ANOTAR THRU
217325                 UTILERIAS-INT-ANOTAR-EXIT
217330     END-READ.
217335 UTILERIAS-INT-PRESTAMOS-LEER-EXIT.
217340     EXIT.
217345*
217350* -----------------------------------------------------------------
217355*  2. Multas cuyo PEN-PRE-ID no esta en PRESTAMOS ni en HISTPRE.
217360*  Las de tipo interbibliotecario apuntan a INTERBIB y se
217365*  verifican alli. Las multas sin prestamo vigente se ordenan
217370*  junto con los numeros del historico para cruzarlas en una
217375*  sola pasada. Solo se informan.
217380* -----------------------------------------------------------------
217385 UTILERIAS-INT-MULTAS.
217390     MOVE 2 TO WS-INT-TIPO.
217395     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
217400     SORT ORDEN-INTEGRIDAD
217405         ON ASCENDING KEY OIN-PRE-ID
217410         ON ASCENDING KEY OIN-CLASE
217415         INPUT PROCEDURE IS UTILERIAS-INT-MUL-EXTRAER THRU
217420             UTILERIAS-INT-MUL-EXTRAER-EXIT
217425         OUTPUT PROCEDURE IS UTILERIAS-INT-MUL-CRUZAR THRU
217430             UTILERIAS-INT-MUL-CRUZAR-EXIT.
217435 UTILERIAS-INT-MULTAS-EXIT.
217440     EXIT.
217445*
217450 UTILERIAS-INT-MUL-EXTRAER.
217455     MOVE ZERO TO WS-INT-CANDIDATOS.
217460     MOVE "N" TO WS-SW-FIN-LECTURA.
217465     MOVE 0 TO PEN-ID.
217470     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
217475         INVALID KEY SET FIN-LECTURA TO TRUE
217480     END-START.
217485     PERFORM UTILERIAS-INT-MUL-LEER THRU
217490         UTILERIAS-INT-MUL-LEER-EXIT UNTIL FIN-LECTURA.
217495     IF WS-INT-CANDIDATOS = ZERO
217500         GO TO UTILERIAS-INT-MUL-EXTRAER-EXIT
217505     END-IF.
217510     OPEN INPUT ARCH-HIST-PRESTAMOS.
217515     IF WS-FS-HIST-PRESTAMOS NOT = "00"
217520         GO TO UTILERIAS-INT-MUL-EXTRAER-EXIT
217525     END-IF.
217530     MOVE "N" TO WS-SW-FIN-LECTURA.
217535     PERFORM UTILERIAS-INT-MUL-HIST-LEER THRU
217540         UTILERIAS-INT-MUL-HIST-LEER-EXIT UNTIL FIN-LECTURA.
217545     CLOSE ARCH-HIST-PRESTAMOS.
217550 UTILERIAS-INT-MUL-EXTRAER-EXIT.
217555     EXIT.
217560*
217565 UTILERIAS-INT-MUL-LEER.
217570     READ ARCH-PENALIZACIONES NEXT RECORD
217575         AT END
217580             SET FIN-LECTURA TO TRUE
217585             GO TO UTILERIAS-INT-MUL-LEER-EXIT
217590     END-READ.
217595     IF PEN-TIPO-INTERBIB
217600         MOVE PEN-PRE-ID TO IBL-ID
217605         READ ARCH-INTERBIB KEY IS IBL-ID
217610             INVALID KEY
217615                 MOVE "PENALIZA" TO WS-INT-ARCHIVO
217620                 MOVE PEN-ID     TO WS-INT-LLAVE
217625                 MOVE SPACES     TO WS-INT-DETALLE
217630                 STRING "MOVIMIENTO INTERBIB. " PEN-PRE-ID
217635                     " NO EXISTE; CEDULA " PEN-USR-ID
217640                     " ESTADO " PEN-ESTADO
217645                     DELIMITED BY SIZE INTO WS-INT-DETALLE
217650                 END-STRING
217655                 PERFORM UTILERIAS-INT-ANOTAR THRU
217660                     UTILERIAS-INT-ANOTAR-EXIT
217665         END-READ
217670         GO TO UTILERIAS-INT-MUL-LEER-EXIT
217675     END-IF.
217680     MOVE PEN-PRE-ID TO PRE-ID.
217685     READ ARCH-PRESTAMOS KEY IS PRE-ID
217690         INVALID KEY
217695             MOVE PEN-PRE-ID TO OIN-PRE-ID
217700             MOVE "2"        TO OIN-CLASE
217705             MOVE PEN-ID     TO OIN-PEN-ID
217710             MOVE PEN-USR-ID TO OIN-USR-ID
217715             RELEASE REG-ORDEN-INT
217720             ADD 1 TO WS-INT-CANDIDATOS
217725     END-READ.
217730 UTILERIAS-INT-MUL-LEER-EXIT.
217735     EXIT.
217740*
217745 UTILERIAS-INT-MUL-HIST-LEER.
217750     READ ARCH-HIST-PRESTAMOS
217755         AT END
217760             SET FIN-LECTURA TO TRUE
217765             GO TO UTILERIAS-INT-MUL-HIST-LEER-EXIT
217770     END-READ.
217775     MOVE HPR-ID TO OIN-PRE-ID.
217780     MOVE "1"    TO OIN-CLASE.
217785     MOVE ZERO   TO OIN-PEN-ID.
217790     MOVE SPACES TO OIN-USR-ID.
217795     RELEASE REG-ORDEN-INT.
217800 UTILERIAS-INT-MUL-HIST-LEER-EXIT.
217805     EXIT.
217810*
217815 UTILERIAS-INT-MUL-CRUZAR.
217820     MOVE "N" TO WS-SW-INT-HIST.
217825     MOVE "N" TO WS-SW-FIN-LECTURA.
217830     PERFORM UTILERIAS-INT-MUL-RET THRU
217835         UTILERIAS-INT-MUL-RET-EXIT UNTIL FIN-LECTURA.
217840 UTILERIAS-INT-MUL-CRUZAR-EXIT.
217845     EXIT.
217850*
217855 UTILERIAS-INT-MUL-RET.
217860     RETURN ORDEN-INTEGRIDAD
217865         AT END
217870             SET FIN-LECTURA TO TRUE
217875             GO TO UTILERIAS-INT-MUL-RET-EXIT
217880     END-RETURN.
217885     IF OIN-CLASE = "1"
217890         MOVE OIN-PRE-ID TO WS-INT-HIST-ID
217895         SET INT-HIST-VISTO TO TRUE
217900         GO TO UTILERIAS-INT-MUL-RET-EXIT
217905     END-IF.
217910     IF INT-HIST-VISTO AND WS-INT-HIST-ID = OIN-PRE-ID
217915         GO TO UTILERIAS-INT-MUL-RET-EXIT
217920     END-IF.
217925     MOVE "PENALIZA" TO WS-INT-ARCHIVO.
217930     MOVE OIN-PEN-ID TO WS-INT-LLAVE.
217935     MOVE SPACES     TO WS-INT-DETALLE.
217940     STRING "PRESTAMO " OIN-PRE-ID
217945         " NO ESTA EN PRESTAMOS NI EN HISTPRE; CEDULA "
217950         OIN-USR-ID DELIMITED BY SIZE INTO WS-INT-DETALLE
217955     END-STRING.
217960     PERFORM UTILERIAS-INT-ANOTAR THRU UTILERIAS-INT-ANOTAR-EXIT.
217965 UTILERIAS-INT-MUL-RET-EXIT.
217970     EXIT.
217975*
217980* -----------------------------------------------------------------
217985*  3. Ejemplares cuyo ISBN no esta en LIBROS. Solo se informan.
217990* -----------------------------------------------------------------
217995 UTILERIAS-INT-EJE-TITULO.
218000     MOVE 3 TO WS-INT-TIPO.
218005     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
218010     PERFORM UTILERIAS-INT-EJE-INICIAR THRU
218015         UTILERIAS-INT-EJE-INICIAR-EXIT.
218020     PERFORM UTILERIAS-INT-EJE-TITULO-LEER THRU
218025         UTILERIAS-INT-EJE-TITULO-LEER-EXIT UNTIL FIN-LECTURA.
218030 UTILERIAS-INT-EJE-TITULO-EXIT.
218035     EXIT.
218040*
218045 UTILERIAS-INT-EJE-INICIAR.
218050     MOVE "N" TO WS-SW-FIN-LECTURA.
218055     MOVE LOW-VALUE TO EJE-ISBN.
218060     MOVE ZERO      TO EJE-NUMERO.
218065     START ARCH-EJEMPLARES KEY IS NOT LESS THAN EJE-LLAVE
218070         INVALID KEY SET FIN-LECTURA TO TRUE
218075     END-START.
218080 UTILERIAS-INT-EJE-INICIAR-EXIT.
218085     EXIT.
218090*
218095 UTILERIAS-INT-EJE-TITULO-LEER.
218100     READ ARCH-EJEMPLARES NEXT RECORD
218105         AT END
218110             SET FIN-LECTURA TO TRUE
218115             GO TO UTILERIAS-INT-EJE-TITULO-LEER-EXIT
218120     END-READ.
218125     MOVE EJE-ISBN TO LIB-ISBN.
218130     READ ARCH-LIBROS KEY IS LIB-ISBN
218135         INVALID KEY
218140             PERFORM UTILERIAS-INT-LLAVE-EJEMPLAR THRU
218145                 UTILERIAS-INT-LLAVE-EJEMPLAR-EXIT
218150             MOVE SPACES TO WS-INT-DETALLE
218155             STRING "ISBN NO ESTA EN LIBROS; SUCURSAL "
218160                 EJE-SUCURSAL " ESTADO " EJE-ESTADO
218165                 DELIMITED BY SIZE INTO WS-INT-DETALLE
218170             END-STRING
218175             PERFORM UTILERIAS-INT-ANOTAR THRU
218180                 UTILERIAS-INT-ANOTAR-EXIT
218185     END-READ.
218190 UTILERIAS-INT-EJE-TITULO-LEER-EXIT.
218195     EXIT.
218200*
218205* -----------------------------------------------------------------
218210*  4. Ejemplares en estado P sin un prestamo abierto que los
218215*  apunte. Un prestamo abierto antiguo sin ejemplar identificado
218220*  (PRE-EJEMPLAR en cero) cubre a cualquier ejemplar del titulo.
218225*  Si el prestamo del ejemplar ya figura devuelto, la
218230*  devolucion no alcanzo a liberar el ejemplar y es seguro
218235*  dejarlo disponible.
218240* -----------------------------------------------------------------
218245 UTILERIAS-INT-EJE-PRESTADO.
218250     MOVE 4 TO WS-INT-TIPO.
218255     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
218260     PERFORM UTILERIAS-INT-EJE-INICIAR THRU
218265         UTILERIAS-INT-EJE-INICIAR-EXIT.
218270     PERFORM UTILERIAS-INT-EJE-PRESTADO-LEER THRU
218275         UTILERIAS-INT-EJE-PRESTADO-LEER-EXIT UNTIL FIN-LECTURA.
218280 UTILERIAS-INT-EJE-PRESTADO-EXIT.
218285     EXIT.
218290*
218295 UTILERIAS-INT-EJE-PRESTADO-LEER.
218300     READ ARCH-EJEMPLARES NEXT RECORD
218305         AT END
218310             SET FIN-LECTURA TO TRUE
218315             GO TO UTILERIAS-INT-EJE-PRESTADO-LEER-EXIT
218320     END-READ.
218325     IF NOT EJE-EN-PRESTAMO
218330         GO TO UTILERIAS-INT-EJE-PRESTADO-LEER-EXIT
218335     END-IF.
218340     MOVE "N" TO WS-SW-INT-ABIERTO.
218345     MOVE "N" TO WS-SW-INT-DEVUELTO.
218350     MOVE "N" TO WS-SW-INT-FIN-PRE.
218355     MOVE EJE-ISBN TO PRE-ISBN.
218360     START ARCH-PRESTAMOS KEY IS EQUAL TO PRE-ISBN
218365         INVALID KEY SET INT-FIN-PRESTAMOS TO TRUE
218370     END-START.
218375     PERFORM UTILERIAS-INT-BUSCAR-PRESTAMO THRU
218380         UTILERIAS-INT-BUSCAR-PRESTAMO-EXIT
218385         UNTIL INT-FIN-PRESTAMOS OR INT-HAY-ABIERTO.
218390     IF INT-HAY-ABIERTO
218395         GO TO UTILERIAS-INT-EJE-PRESTADO-LEER-EXIT
218400     END-IF.
218405     PERFORM UTILERIAS-INT-LLAVE-EJEMPLAR THRU
218410         UTILERIAS-INT-LLAVE-EJEMPLAR-EXIT.
218415     MOVE SPACES TO WS-INT-DETALLE.
218420     IF INT-HAY-DEVUELTO
218425         STRING "SIN PRESTAMO ABIERTO; SU ULTIMO PRESTAMO FIGURA"
218430             " DEVUELTO. SUCURSAL " EJE-SUCURSAL
218435             DELIMITED BY SIZE INTO WS-INT-DETALLE
218440         END-STRING
218445     ELSE
218450         STRING "SIN PRESTAMO ABIERTO NI DEVUELTO QUE LO APUNTE."
218455             " SUCURSAL " EJE-SUCURSAL
218460             DELIMITED BY SIZE INTO WS-INT-DETALLE
218465         END-STRING
218470     END-IF.
218475     IF INT-CORREGIR AND INT-HAY-DEVUELTO
218480         MOVE "ESTADO P" TO WS-AUD-ANTES
218485         SET EJE-DISPONIBLE TO TRUE
218490         MOVE ZERO TO EJE-TRA-ID
218495         PERFORM UTILERIAS-INT-LIBERAR-EJEMPLAR THRU
218500             UTILERIAS-INT-LIBERAR-EJEMPLAR-EXIT
218505     END-IF.
218510     PERFORM UTILERIAS-INT-ANOTAR THRU UTILERIAS-INT-ANOTAR-EXIT.
218515 UTILERIAS-INT-EJE-PRESTADO-LEER-EXIT.
218520     EXIT.
218525*
218530 UTILERIAS-INT-BUSCAR-PRESTAMO.
218535     READ ARCH-PRESTAMOS NEXT RECORD
218540         AT END
218545             SET INT-FIN-PRESTAMOS TO TRUE
218550             GO TO UTILERIAS-INT-BUSCAR-PRESTAMO-EXIT
218555     END-READ.
218560     IF PRE-ISBN NOT = EJE-ISBN
218565         SET INT-FIN-PRESTAMOS TO TRUE
218570         GO TO UTILERIAS-INT-BUSCAR-PRESTAMO-EXIT
218575     END-IF.
218580     IF PRE-EJEMPLAR NOT NUMERIC OR PRE-EJEMPLAR = ZERO
218585         IF PRE-ABIERTO
218590             SET INT-HAY-ABIERTO TO TRUE
218595         END-IF
218600         GO TO UTILERIAS-INT-BUSCAR-PRESTAMO-EXIT
218605     END-IF.
218610     IF PRE-EJEMPLAR NOT = EJE-NUMERO
218615         GO TO UTILERIAS-INT-BUSCAR-PRESTAMO-EXIT
218620     END-IF.
218625     IF PRE-ABIERTO
218630         SET INT-HAY-ABIERTO TO TRUE
218635     END-IF.
218640     IF PRE-DEVUELTO
218645         SET INT-HAY-DEVUELTO TO TRUE
218650     END-IF.
218655 UTILERIAS-INT-BUSCAR-PRESTAMO-EXIT.
218660     EXIT.
218665*
218670*  UTILERIAS-INT-LIBERAR-EJEMPLAR -- graba el ejemplar corregido
218675*  (ya disponible), devuelve la unidad a la disponibilidad del
218680*  titulo y deja DIARIO y auditoria. WS-AUD-ANTES viene cargado.
218685 UTILERIAS-INT-LIBERAR-EJEMPLAR.
218690     REWRITE REG-EJEMPLAR
218695         INVALID KEY
218700             GO TO UTILERIAS-INT-LIBERAR-EJEMPLAR-EXIT
218705     END-REWRITE.
218710     MOVE "REWRITE" TO WS-DIA-OPERACION.
218715     PERFORM DIARIO-EJEMPLAR THRU DIARIO-EJEMPLAR-EXIT.
218720     MOVE "EJEMPLARES" TO WS-AUD-ARCHIVO.
218725     MOVE "INTEGRIDAD" TO WS-AUD-ACCION.
218730     MOVE SPACES       TO WS-AUD-LLAVE.
218735     MOVE EJE-ISBN     TO WS-AUD-LLAVE.
218740     MOVE SPACES       TO WS-AUD-DESPUES.
218745     STRING "EJEMPLAR " EJE-NUMERO " DISPONIBLE EN "
218750         EJE-SUCURSAL DELIMITED BY SIZE INTO WS-AUD-DESPUES
218755     END-STRING.
218760     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
218765     SET INT-CORREGIDO TO TRUE.
218770     MOVE EJE-ISBN TO LIB-ISBN.
218775     READ ARCH-LIBROS KEY IS LIB-ISBN
218780         INVALID KEY
218785             GO TO UTILERIAS-INT-LIBERAR-EJEMPLAR-EXIT
218790     END-READ.
218795     IF LIB-EJEMPLARES-DISPON < LIB-EJEMPLARES-TOTAL
218800         ADD 1 TO LIB-EJEMPLARES-DISPON
218805         REWRITE REG-LIBRO
218810         MOVE "REWRITE" TO WS-DIA-OPERACION
218815         PERFORM DIARIO-LIBRO THRU DIARIO-LIBRO-EXIT
218820     END-IF.
218825 UTILERIAS-INT-LIBERAR-EJEMPLAR-EXIT.
218830     EXIT.
218835*
218840* -----------------------------------------------------------------
218845*  5. Ejemplares en estado T cuyo traslado no existe o ya no esta
218850*  solicitado ni en transito. Si el traslado se recibio o se
218855*  cancelo, el ejemplar quedo atrasado y es seguro terminarlo
218860*  como lo habria hecho el traslado.
218865* -----------------------------------------------------------------
218870 UTILERIAS-INT-EJE-TRANSITO.
218875     MOVE 5 TO WS-INT-TIPO.
218880     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
218885     PERFORM UTILERIAS-INT-EJE-INICIAR THRU
218890         UTILERIAS-INT-EJE-INICIAR-EXIT.
218895     PERFORM UTILERIAS-INT-EJE-TRANSITO-LEER THRU
218900         UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT UNTIL FIN-LECTURA.
218905 UTILERIAS-INT-EJE-TRANSITO-EXIT.
218910     EXIT.
218915*
218920 UTILERIAS-INT-EJE-TRANSITO-LEER.
218925     READ ARCH-EJEMPLARES NEXT RECORD
218930         AT END
218935             SET FIN-LECTURA TO TRUE
218940             GO TO UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT
218945     END-READ.
218950     IF NOT EJE-EN-TRANSITO
218955         GO TO UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT
218960     END-IF.
218965     PERFORM UTILERIAS-INT-LLAVE-EJEMPLAR THRU
218970         UTILERIAS-INT-LLAVE-EJEMPLAR-EXIT.
218975     MOVE SPACES TO WS-INT-DETALLE.
218980     IF EJE-TRA-ID NOT NUMERIC OR EJE-TRA-ID = ZERO
218985         STRING "SIN NUMERO DE TRASLADO. SUCURSAL " EJE-SUCURSAL
218990             DELIMITED BY SIZE INTO WS-INT-DETALLE
218995         END-STRING
219000         PERFORM UTILERIAS-INT-ANOTAR THRU
219005             UTILERIAS-INT-ANOTAR-EXIT
219010         GO TO UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT
219015     END-IF.
219020     MOVE EJE-TRA-ID TO TRA-ID.
219025     READ ARCH-TRASLADOS KEY IS TRA-ID
219030         INVALID KEY
219035             STRING "TRASLADO " EJE-TRA-ID " NO EXISTE. SUCURSAL "
219040                 EJE-SUCURSAL DELIMITED BY SIZE
219045                 INTO WS-INT-DETALLE
219050             END-STRING
219055             PERFORM UTILERIAS-INT-ANOTAR THRU
219060                 UTILERIAS-INT-ANOTAR-EXIT
219065             GO TO UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT
219070     END-READ.
219075     IF TRA-SOLICITADO OR TRA-EN-TRANSITO
219080         GO TO UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT
219085     END-IF.
219090     STRING "TRASLADO " TRA-ID " YA CERRADO (ESTADO " TRA-ESTADO
219095         "). ORIGEN " TRA-SUC-ORIGEN " DESTINO " TRA-SUC-DESTINO
219100         DELIMITED BY SIZE INTO WS-INT-DETALLE
219105     END-STRING.
219110     IF INT-CORREGIR
219115         MOVE SPACES TO WS-AUD-ANTES
219120         STRING "ESTADO T TRASLADO " EJE-TRA-ID " SUCURSAL "
219125             EJE-SUCURSAL DELIMITED BY SIZE INTO WS-AUD-ANTES
219130         END-STRING
219135         IF TRA-RECIBIDO
219140             MOVE TRA-SUC-DESTINO TO EJE-SUCURSAL
219145         END-IF
219150         SET EJE-DISPONIBLE TO TRUE
219155         MOVE ZERO TO EJE-TRA-ID
219160         PERFORM UTILERIAS-INT-LIBERAR-EJEMPLAR THRU
219165             UTILERIAS-INT-LIBERAR-EJEMPLAR-EXIT
219170     END-IF.
219175     PERFORM UTILERIAS-INT-ANOTAR THRU UTILERIAS-INT-ANOTAR-EXIT.
219180 UTILERIAS-INT-EJE-TRANSITO-LEER-EXIT.
219185     EXIT.
219190*
219195* -----------------------------------------------------------------
219200*  6. Reservas pendientes o notificadas sobre titulos retirados
219205*  (se cancelan si se pide corregir) o que no estan en LIBROS
219210*  (solo se informan).
219215* -----------------------------------------------------------------
219220 UTILERIAS-INT-RESERVAS.
219225     MOVE 6 TO WS-INT-TIPO.
219230     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
219235     MOVE "N" TO WS-SW-FIN-LECTURA.
219240     MOVE 0 TO RES-ID.
219245     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ID
219250         INVALID KEY SET FIN-LECTURA TO TRUE
219255     END-START.
219260     PERFORM UTILERIAS-INT-RESERVAS-LEER THRU
219265         UTILERIAS-INT-RESERVAS-LEER-EXIT UNTIL FIN-LECTURA.
219270 UTILERIAS-INT-RESERVAS-EXIT.
219275     EXIT.
219280*
219285 UTILERIAS-INT-RESERVAS-LEER.
219290     READ ARCH-RESERVAS NEXT RECORD
219295         AT END
219300             SET FIN-LECTURA TO TRUE
219305             GO TO UTILERIAS-INT-RESERVAS-LEER-EXIT
219310     END-READ.
219315     IF NOT RES-PENDIENTE AND NOT RES-NOTIFICADA
219320         GO TO UTILERIAS-INT-RESERVAS-LEER-EXIT
219325     END-IF.
219330     MOVE "RESERVAS" TO WS-INT-ARCHIVO.
219335     MOVE RES-ID     TO WS-INT-LLAVE.
219340     MOVE SPACES     TO WS-INT-DETALLE.
219345     MOVE RES-ISBN TO LIB-ISBN.
219350     READ ARCH-LIBROS KEY IS LIB-ISBN
219355         INVALID KEY
219360             STRING "ISBN " RES-ISBN " NO ESTA EN LIBROS; CEDULA "
219365                 RES-USR-ID DELIMITED BY SIZE
219370                 INTO WS-INT-DETALLE
219375             END-STRING
219380             PERFORM UTILERIAS-INT-ANOTAR THRU
219385                 UTILERIAS-INT-ANOTAR-EXIT
219390             GO TO UTILERIAS-INT-RESERVAS-LEER-EXIT
219395     END-READ.
219400     IF NOT LIB-RETIRADO
219405         GO TO UTILERIAS-INT-RESERVAS-LEER-EXIT
219410     END-IF.
219415     STRING "TITULO " RES-ISBN " RETIRADO; CEDULA " RES-USR-ID
219420         " ESTADO " RES-ESTADO
219425         DELIMITED BY SIZE INTO WS-INT-DETALLE
219430     END-STRING.
219435     IF INT-CORREGIR
219440         MOVE SPACES TO WS-AUD-ANTES
219445         STRING "ESTADO " RES-ESTADO DELIMITED BY SIZE
219450             INTO WS-AUD-ANTES
219455         END-STRING
219460         SET RES-CANCELADA TO TRUE
219465         MOVE WS-FECHA-HOY TO RES-FECHA-CIERRE
219467         MOVE WS-PER-ID-DIGITADO TO RES-FUNC-CIERRE
219470         REWRITE REG-RESERVA
219475         MOVE "REWRITE" TO WS-DIA-OPERACION
219480         PERFORM DIARIO-RESERVA THRU DIARIO-RESERVA-EXIT
219485         MOVE "RESERVAS"   TO WS-AUD-ARCHIVO
219490         MOVE "INTEGRIDAD" TO WS-AUD-ACCION
219495         MOVE RES-ID       TO WS-AUD-LLAVE
219500         MOVE "CANCELADA POR TITULO RETIRADO" TO WS-AUD-DESPUES
219505         PERFORM AUDITORIA-REGISTRAR THRU
219510             AUDITORIA-REGISTRAR-EXIT
219515         SET INT-CORREGIDO TO TRUE
219520     END-IF.
219525     PERFORM UTILERIAS-INT-ANOTAR THRU UTILERIAS-INT-ANOTAR-EXIT.
219530 UTILERIAS-INT-RESERVAS-LEER-EXIT.
219535     EXIT.
219540*
219545* -----------------------------------------------------------------
219550*  7. Codigos de sucursal que no existen en SUCURSALES (una
219555*  sucursal cerrada sigue existiendo) en usuarios, titulos,
219560*  ejemplares y prestamos. Solo se informan.
219565* -----------------------------------------------------------------
219570 UTILERIAS-INT-SUCURSALES.
219575     MOVE 7 TO WS-INT-TIPO.
219580     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
219585     MOVE "N" TO WS-SW-FIN-LECTURA.
219590     MOVE LOW-VALUE TO USR-ID.
219595     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
219600         INVALID KEY SET FIN-LECTURA TO TRUE
219605     END-START.
219610     PERFORM UTILERIAS-INT-SUC-USUARIO THRU
219615         UTILERIAS-INT-SUC-USUARIO-EXIT UNTIL FIN-LECTURA.
219620     MOVE "N" TO WS-SW-FIN-LECTURA.
219625     MOVE LOW-VALUE TO LIB-ISBN.
219630     START ARCH-LIBROS KEY IS NOT LESS THAN LIB-ISBN
219635         INVALID KEY SET FIN-LECTURA TO TRUE
219640     END-START.
219645     PERFORM UTILERIAS-INT-SUC-LIBRO THRU
219650         UTILERIAS-INT-SUC-LIBRO-EXIT UNTIL FIN-LECTURA.
219655     PERFORM UTILERIAS-INT-EJE-INICIAR THRU
219660         UTILERIAS-INT-EJE-INICIAR-EXIT.
219665     PERFORM UTILERIAS-INT-SUC-EJEMPLAR THRU
219670         UTILERIAS-INT-SUC-EJEMPLAR-EXIT UNTIL FIN-LECTURA.
219675     MOVE "N" TO WS-SW-FIN-LECTURA.
219680     MOVE 0 TO PRE-ID.
219685     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
219690         INVALID KEY SET FIN-LECTURA TO TRUE
219695     END-START.
219700     PERFORM UTILERIAS-INT-SUC-PRESTAMO THRU
219705         UTILERIAS-INT-SUC-PRESTAMO-EXIT UNTIL FIN-LECTURA.
219710 UTILERIAS-INT-SUCURSALES-EXIT.
219715     EXIT.
219720*
219725*  UTILERIAS-INT-SUC-ANOTAR -- anota WS-INT-SUC si no existe en
219730*  SUCURSALES; WS-INT-ARCHIVO y WS-INT-LLAVE vienen cargados.
219735 UTILERIAS-INT-SUC-ANOTAR.
219740     MOVE WS-INT-SUC TO WS-SUC-CODIGO-BUSQUEDA.
219745     PERFORM SUCURSALES-VALIDAR THRU SUCURSALES-VALIDAR-EXIT.
219750     IF NOT SUCURSAL-NO-REGISTRADA
219755         GO TO UTILERIAS-INT-SUC-ANOTAR-EXIT
219760     END-IF.
219765     MOVE SPACES TO WS-INT-DETALLE.
219770     STRING "SUCURSAL '" WS-INT-SUC "' NO ESTA EN SUCURSALES"
219775         DELIMITED BY SIZE INTO WS-INT-DETALLE
219780     END-STRING.
219785     PERFORM UTILERIAS-INT-ANOTAR THRU UTILERIAS-INT-ANOTAR-EXIT.
219790 UTILERIAS-INT-SUC-ANOTAR-EXIT.
219795     EXIT.
219800*
219805 UTILERIAS-INT-SUC-USUARIO.
219810     READ ARCH-USUARIOS NEXT RECORD
219815         AT END
219820             SET FIN-LECTURA TO TRUE
219825             GO TO UTILERIAS-INT-SUC-USUARIO-EXIT
219830     END-READ.
219835     MOVE "USUARIOS"   TO WS-INT-ARCHIVO.
219840     MOVE USR-ID       TO WS-INT-LLAVE.
219845     MOVE USR-SUCURSAL TO WS-INT-SUC.
219850     PERFORM UTILERIAS-INT-SUC-ANOTAR THRU
219855         UTILERIAS-INT-SUC-ANOTAR-EXIT.
219860 UTILERIAS-INT-SUC-USUARIO-EXIT.
219865     EXIT.
219870*
219875 UTILERIAS-INT-SUC-LIBRO.
219880     READ ARCH-LIBROS NEXT RECORD
219885         AT END
219890             SET FIN-LECTURA TO TRUE
219895             GO TO UTILERIAS-INT-SUC-LIBRO-EXIT
219900     END-READ.
219905     MOVE "LIBROS"     TO WS-INT-ARCHIVO.
219910     MOVE LIB-ISBN     TO WS-INT-LLAVE.
219915     MOVE LIB-SUCURSAL TO WS-INT-SUC.
219920     PERFORM UTILERIAS-INT-SUC-ANOTAR THRU
219925         UTILERIAS-INT-SUC-ANOTAR-EXIT.
219930 UTILERIAS-INT-SUC-LIBRO-EXIT.
219935     EXIT.
219940*
219945 UTILERIAS-INT-SUC-EJEMPLAR.
219950     READ ARCH-EJEMPLARES NEXT RECORD
219955         AT END
219960             SET FIN-LECTURA TO TRUE
219965             GO TO UTILERIAS-INT-SUC-EJEMPLAR-EXIT
219970     END-READ.
219975     PERFORM UTILERIAS-INT-LLAVE-EJEMPLAR THRU
219980         UTILERIAS-INT-LLAVE-EJEMPLAR-EXIT.
219985     MOVE EJE-SUCURSAL TO WS-INT-SUC.
219990     PERFORM UTILERIAS-INT-SUC-ANOTAR THRU
219995         UTILERIAS-INT-SUC-ANOTAR-EXIT.
220000 UTILERIAS-INT-SUC-EJEMPLAR-EXIT.
220005     EXIT.
220010*
220015 UTILERIAS-INT-SUC-PRESTAMO.
220020     READ ARCH-PRESTAMOS NEXT RECORD
220025         AT END
220030             SET FIN-LECTURA TO TRUE
220035             GO TO UTILERIAS-INT-SUC-PRESTAMO-EXIT
220040     END-READ.
220045     MOVE "PRESTAMOS"  TO WS-INT-ARCHIVO.
220050     MOVE PRE-ID       TO WS-INT-LLAVE.
220055     MOVE PRE-SUCURSAL TO WS-INT-SUC.
220060     PERFORM UTILERIAS-INT-SUC-ANOTAR THRU
220065         UTILERIAS-INT-SUC-ANOTAR-EXIT.
220070 UTILERIAS-INT-SUC-PRESTAMO-EXIT.
220075     EXIT.
220080*
220085* -----------------------------------------------------------------
220090*  8. Usuarios con una categoria que no existe en POLITICAS.
220095*  Solo se informan.
220100* -----------------------------------------------------------------
220105 UTILERIAS-INT-CATEGORIAS.
220110     MOVE 8 TO WS-INT-TIPO.
220115     PERFORM UTILERIAS-INT-TITULO THRU UTILERIAS-INT-TITULO-EXIT.
220120     MOVE "N" TO WS-SW-FIN-LECTURA.
220125     MOVE LOW-VALUE TO USR-ID.
220130     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
220135         INVALID KEY SET FIN-LECTURA TO TRUE
220140     END-START.
220145     PERFORM UTILERIAS-INT-CAT-USUARIO THRU
220150         UTILERIAS-INT-CAT-USUARIO-EXIT UNTIL FIN-LECTURA.
220155 UTILERIAS-INT-CATEGORIAS-EXIT.
220160     EXIT.
220165*
220170 UTILERIAS-INT-CAT-USUARIO.
220175     READ ARCH-USUARIOS NEXT RECORD
220180         AT END
220185             SET FIN-LECTURA TO TRUE
220190             GO TO UTILERIAS-INT-CAT-USUARIO-EXIT
220195     END-READ.
220200     MOVE USR-CATEGORIA TO POL-CATEGORIA.
220205     READ ARCH-POLITICAS KEY IS POL-CATEGORIA
220210         INVALID KEY
220215             MOVE "USUARIOS" TO WS-INT-ARCHIVO
220220             MOVE USR-ID     TO WS-INT-LLAVE
220225             MOVE SPACES     TO WS-INT-DETALLE
220230             STRING "CATEGORIA '" USR-CATEGORIA
220235                 "' NO ESTA EN POLITICAS"
220240                 DELIMITED BY SIZE INTO WS-INT-DETALLE
220245             END-STRING
220250             PERFORM UTILERIAS-INT-ANOTAR THRU
220255                 UTILERIAS-INT-ANOTAR-EXIT
220260     END-READ.
220265 UTILERIAS-INT-CAT-USUARIO-EXIT.
220270     EXIT.
220275*
220280* -----------------------------------------------------------------
220285*  MODO-AUTOSERVICIO -- estacion de autoprestamo y autodevolucion
220290*  (argumento AUTOSERVICIO en la linea de comandos, como los
220295*  modos LOTE y PUBLICO). El usuario se identifica con su cedula
220300*  y su PIN; lee el codigo de barras del ejemplar (ISBN seguido
220305*  del numero de ejemplar) y la estacion presta o devuelve con
220310*  las mismas rutinas y reglas del mostrador: carne vigente,
220315*  morosidad, maximo de la politica, reservas de otros usuarios
220320*  y calendario de feriados. Cuando algo lo impide solo se
220325*  indica pasar al mostrador, sin montos ni datos. Los
220330*  prestamos y devoluciones quedan con el canal "A".
220335* -----------------------------------------------------------------
220340 MODO-AUTOSERVICIO.
220345     MOVE "N" TO WS-SW-FIN-AUTOSERVICIO.
220346*  Lo que se presta o devuelve aqui queda a nombre de la estacion.
220347     MOVE "AUTOSERV" TO WS-PER-ID-DIGITADO.
220350     PERFORM AUTOSERVICIO-MENU THRU AUTOSERVICIO-MENU-EXIT
220355         UNTIL SALIR-AUTOSERVICIO.
220360 MODO-AUTOSERVICIO-EXIT.
220365     EXIT.
220370*
220375 AUTOSERVICIO-MENU.
220380     DISPLAY " ".
220385     DISPLAY "== ESTACION DE AUTOSERVICIO ==".
220390     DISPLAY "1. Prestar o devolver libros".
220395     DISPLAY "9. Salir".
220400     ACCEPT WS-SUB-OPCION.
220405     EVALUATE WS-SUB-OPCION
220410         WHEN 1 PERFORM AUTOSERVICIO-INGRESAR THRU
220415           AUTOSERVICIO-INGRESAR-EXIT
220420         WHEN 9 MOVE "S" TO WS-SW-FIN-AUTOSERVICIO
220425         WHEN OTHER DISPLAY "Opcion invalida"
220430     END-EVALUATE.
220435 AUTOSERVICIO-MENU-EXIT.
220440     EXIT.
220445*
220450*  AUTOSERVICIO-INGRESAR -- identifica al usuario con cedula y
220455*  PIN. Tres PIN errados seguidos bloquean la estacion para esa
220460*  cedula hasta que el mostrador restablezca el PIN. No se
220465*  distingue entre cedula inexistente y PIN errado.
220470 AUTOSERVICIO-INGRESAR.
220475     DISPLAY "Digite su cedula: ".
220480     ACCEPT WS-AUT-USR-ID.
220485     DISPLAY "Digite su PIN: ".
220490     ACCEPT WS-AUT-PIN.
220495     MOVE WS-AUT-USR-ID TO USR-ID.
220500     READ ARCH-USUARIOS KEY IS USR-ID
220505         INVALID KEY
220510             DISPLAY "Cedula o PIN incorrecto."
220515             GO TO AUTOSERVICIO-INGRESAR-EXIT
220520     END-READ.
220525     IF USR-PIN-INTENTOS NOT NUMERIC
220530         MOVE ZERO TO USR-PIN-INTENTOS
220535     END-IF.
220540     IF USR-PIN = SPACES OR USR-PIN-INTENTOS > 2
220545         PERFORM AUTOSERVICIO-RECHAZAR THRU
220550             AUTOSERVICIO-RECHAZAR-EXIT
220555         GO TO AUTOSERVICIO-INGRESAR-EXIT
220560     END-IF.
220565     IF USR-PIN NOT = WS-AUT-PIN
220570         ADD 1 TO USR-PIN-INTENTOS
220575         REWRITE REG-USUARIO
220580         MOVE "REWRITE" TO WS-DIA-OPERACION
220585         PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT
220590         DISPLAY "Cedula o PIN incorrecto."
220595         GO TO AUTOSERVICIO-INGRESAR-EXIT
220600     END-IF.
220605     IF USR-PIN-INTENTOS NOT = ZERO
220610         MOVE ZERO TO USR-PIN-INTENTOS
220615         REWRITE REG-USUARIO
220620         MOVE "REWRITE" TO WS-DIA-OPERACION
220625         PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT
220630     END-IF.
220635     DISPLAY "Bienvenido(a), " USR-NOMBRE.
220640     SET AUT-SESION-ABIERTA TO TRUE.
220645     PERFORM AUTOSERVICIO-SESION THRU AUTOSERVICIO-SESION-EXIT
220650         UNTIL NOT AUT-SESION-ABIERTA.
220655     MOVE SPACES TO WS-AUT-USR-ID.
220660 AUTOSERVICIO-INGRESAR-EXIT.
220665     EXIT.
220670*
220675 AUTOSERVICIO-SESION.
220680     DISPLAY " ".
220685     DISPLAY "1. Prestar un libro".
220690     DISPLAY "2. Devolver un libro".
220695     DISPLAY "9. Terminar".
220700     ACCEPT WS-SUB-OPCION.
220705     EVALUATE WS-SUB-OPCION
220710         WHEN 1 PERFORM AUTOSERVICIO-PRESTAR THRU
220715           AUTOSERVICIO-PRESTAR-EXIT
220720         WHEN 2 PERFORM AUTOSERVICIO-DEVOLVER THRU
220725           AUTOSERVICIO-DEVOLVER-EXIT
220730         WHEN 9 MOVE "N" TO WS-SW-AUT-SESION
220735         WHEN OTHER DISPLAY "Opcion invalida"
220740     END-EVALUATE.
220745 AUTOSERVICIO-SESION-EXIT.
220750     EXIT.
220755*
220760*  AUTOSERVICIO-RECHAZAR -- mensaje unico para toda transaccion
220765*  que la estacion no puede completar.
220770 AUTOSERVICIO-RECHAZAR.
220775     DISPLAY "La estacion no puede completar esta operacion.".
220780     DISPLAY "Por favor acerquese al mostrador.".
220785 AUTOSERVICIO-RECHAZAR-EXIT.
220790     EXIT.
220795*
220800*  AUTOSERVICIO-LEER-CODIGO -- lee el codigo de barras y marca
220805*  AUT-CODIGO-VALIDO si trae ISBN y numero de ejemplar.
220810 AUTOSERVICIO-LEER-CODIGO.
220815     MOVE "N" TO WS-SW-AUT-CODIGO.
220820     MOVE SPACES TO WS-AUT-CODIGO-BARRAS.
220825     DISPLAY "Lea el codigo de barras del libro: ".
220830     ACCEPT WS-AUT-CODIGO-BARRAS.
220835     IF WS-AUT-COD-ISBN = SPACES
220840         OR WS-AUT-COD-NUMERO NOT NUMERIC
220845         DISPLAY "Codigo no reconocido; intente de nuevo."
220850         GO TO AUTOSERVICIO-LEER-CODIGO-EXIT
220855     END-IF.
220860     SET AUT-CODIGO-VALIDO TO TRUE.
220865 AUTOSERVICIO-LEER-CODIGO-EXIT.
220870     EXIT.
220875*
220880*  AUTOSERVICIO-PRESTAR -- mismas validaciones y en el mismo
220885*  orden que PRESTAMOS-REGISTRAR, con el ejemplar tomado del
220890*  codigo de barras. El carne vencido no se renueva aqui.
220895 AUTOSERVICIO-PRESTAR.
220900     PERFORM AUTOSERVICIO-LEER-CODIGO THRU
220905         AUTOSERVICIO-LEER-CODIGO-EXIT.
220910     IF NOT AUT-CODIGO-VALIDO
220915         GO TO AUTOSERVICIO-PRESTAR-EXIT
220920     END-IF.
220925     MOVE WS-AUT-USR-ID TO WS-USR-ID-BUSQUEDA.
220930     MOVE WS-AUT-USR-ID TO USR-ID.
220935     READ ARCH-USUARIOS KEY IS USR-ID
220940         INVALID KEY
220945             PERFORM AUTOSERVICIO-RECHAZAR THRU
220950                 AUTOSERVICIO-RECHAZAR-EXIT
220955             GO TO AUTOSERVICIO-PRESTAR-EXIT
220960     END-READ.
220965     IF USR-INACTIVO
220970         PERFORM AUTOSERVICIO-RECHAZAR THRU
220975             AUTOSERVICIO-RECHAZAR-EXIT
220980         GO TO AUTOSERVICIO-PRESTAR-EXIT
220985     END-IF.
220990     PERFORM CARNE-VERIFICAR THRU CARNE-VERIFICAR-EXIT.
220995     IF CARNE-VENCIDO
221000         PERFORM AUTOSERVICIO-RECHAZAR THRU
221005             AUTOSERVICIO-RECHAZAR-EXIT
221010         GO TO AUTOSERVICIO-PRESTAR-EXIT
221015     END-IF.
221020     PERFORM VERIFICAR-MOROSIDAD THRU VERIFICAR-MOROSIDAD-EXIT.
221025     IF USUARIO-MOROSO
221030         PERFORM AUTOSERVICIO-RECHAZAR THRU
221035             AUTOSERVICIO-RECHAZAR-EXIT
221040         GO TO AUTOSERVICIO-PRESTAR-EXIT
221045     END-IF.
221050     PERFORM POLITICA-DEL-USUARIO THRU
221055         POLITICA-DEL-USUARIO-EXIT.
221060     PERFORM PRESTAMOS-CONTAR-ABIERTOS THRU
221065         PRESTAMOS-CONTAR-ABIERTOS-EXIT.
221070     IF WS-PRESTAMOS-ABIERTOS NOT < WS-POL-MAX-PRESTAMOS
221075         PERFORM AUTOSERVICIO-RECHAZAR THRU
221080             AUTOSERVICIO-RECHAZAR-EXIT
221085         GO TO AUTOSERVICIO-PRESTAR-EXIT
221090     END-IF.
221095     MOVE WS-AUT-COD-ISBN TO LIB-ISBN.
221100     READ ARCH-LIBROS KEY IS LIB-ISBN
221105         INVALID KEY
221110             PERFORM AUTOSERVICIO-RECHAZAR THRU
221115                 AUTOSERVICIO-RECHAZAR-EXIT
221120             GO TO AUTOSERVICIO-PRESTAR-EXIT
221125     END-READ.
221130     IF LIB-EJEMPLARES-DISPON = ZERO
221135         PERFORM AUTOSERVICIO-RECHAZAR THRU
221140             AUTOSERVICIO-RECHAZAR-EXIT
221145         GO TO AUTOSERVICIO-PRESTAR-EXIT
221150     END-IF.
221155     PERFORM PRESTAMOS-REGISTRAR-VERIFICAR-RESERVA THRU
221160         PRESTAMOS-REGISTRAR-VERIFICAR-RESERVA-EXIT.
221165     IF REGISTRO-ENCONTRADO
221170         PERFORM AUTOSERVICIO-RECHAZAR THRU
221175             AUTOSERVICIO-RECHAZAR-EXIT
221180         GO TO AUTOSERVICIO-PRESTAR-EXIT
221185     END-IF.
221190     MOVE WS-AUT-COD-NUMERO TO WS-EJE-NUMERO.
221195     MOVE LIB-ISBN      TO EJE-ISBN.
221200     MOVE WS-EJE-NUMERO TO EJE-NUMERO.
221205     READ ARCH-EJEMPLARES KEY IS EJE-LLAVE
221210         INVALID KEY
221215             PERFORM AUTOSERVICIO-RECHAZAR THRU
221220                 AUTOSERVICIO-RECHAZAR-EXIT
221225             GO TO AUTOSERVICIO-PRESTAR-EXIT
221230     END-READ.
221235     IF NOT EJE-DISPONIBLE
221240         PERFORM AUTOSERVICIO-RECHAZAR THRU
221245             AUTOSERVICIO-RECHAZAR-EXIT
221250         GO TO AUTOSERVICIO-PRESTAR-EXIT
221255     END-IF.
221260     PERFORM PRESTAMOS-GRABAR THRU PRESTAMOS-GRABAR-EXIT.
221265     IF NOT PRESTAMO-GRABADO
221270         PERFORM AUTOSERVICIO-RECHAZAR THRU
221275             AUTOSERVICIO-RECHAZAR-EXIT
221280         GO TO AUTOSERVICIO-PRESTAR-EXIT
221285     END-IF.
221290     DISPLAY "Prestamo registrado: " LIB-TITULO.
221295     DISPLAY "Devuelvalo a mas tardar el "
221300         PRE-FECHA-VENCIMIENTO ".".
221305 AUTOSERVICIO-PRESTAR-EXIT.
221310     EXIT.
221315*
221320*  AUTOSERVICIO-DEVOLVER -- busca por la llave alterna PRE-ISBN
221325*  el prestamo abierto del ejemplar leido y lo cierra con
221330*  PRESTAMOS-DEVOLVER-CERRAR. Los prestamos antiguos sin numero
221335*  de ejemplar no se pueden identificar y van al mostrador.
221340 AUTOSERVICIO-DEVOLVER.
221345     PERFORM AUTOSERVICIO-LEER-CODIGO THRU
221350         AUTOSERVICIO-LEER-CODIGO-EXIT.
221355     IF NOT AUT-CODIGO-VALIDO
221360         GO TO AUTOSERVICIO-DEVOLVER-EXIT
221365     END-IF.
221370     MOVE WS-AUT-COD-ISBN   TO EJE-ISBN.
221375     MOVE WS-AUT-COD-NUMERO TO WS-EJE-NUMERO.
221380     MOVE WS-EJE-NUMERO     TO EJE-NUMERO.
221385     READ ARCH-EJEMPLARES KEY IS EJE-LLAVE
221390         INVALID KEY
221395             PERFORM AUTOSERVICIO-RECHAZAR THRU
221400                 AUTOSERVICIO-RECHAZAR-EXIT
221405             GO TO AUTOSERVICIO-DEVOLVER-EXIT
221410     END-READ.
221415     IF NOT EJE-EN-PRESTAMO
221420         PERFORM AUTOSERVICIO-RECHAZAR THRU
221425             AUTOSERVICIO-RECHAZAR-EXIT
221430         GO TO AUTOSERVICIO-DEVOLVER-EXIT
221435     END-IF.
221440     MOVE ZERO TO WS-PRE-ID-BUSQUEDA.
221445     MOVE EJE-ISBN TO PRE-ISBN.
221450     MOVE "N" TO WS-SW-FIN-LECTURA.
221455     START ARCH-PRESTAMOS KEY IS EQUAL TO PRE-ISBN
221460         INVALID KEY SET FIN-LECTURA TO TRUE
221465     END-START.
221470     PERFORM AUTOSERVICIO-BUSCAR-PRESTAMO THRU
221475         AUTOSERVICIO-BUSCAR-PRESTAMO-EXIT UNTIL FIN-LECTURA.
221480     IF WS-PRE-ID-BUSQUEDA = ZERO
221485         PERFORM AUTOSERVICIO-RECHAZAR THRU
221490             AUTOSERVICIO-RECHAZAR-EXIT
221495         GO TO AUTOSERVICIO-DEVOLVER-EXIT
221500     END-IF.
221505     MOVE WS-PRE-ID-BUSQUEDA TO PRE-ID.
221510     READ ARCH-PRESTAMOS KEY IS PRE-ID
221515         INVALID KEY
221520             PERFORM AUTOSERVICIO-RECHAZAR THRU
221525                 AUTOSERVICIO-RECHAZAR-EXIT
221530             GO TO AUTOSERVICIO-DEVOLVER-EXIT
221535     END-READ.
221540     PERFORM PRESTAMOS-DEVOLVER-CERRAR THRU
221545         PRESTAMOS-DEVOLVER-CERRAR-EXIT.
221550     DISPLAY "Devolucion registrada. Gracias.".
221555     IF WS-DIAS-RETRASO > 0 AND PRE-USR-ID = WS-AUT-USR-ID
221560         DISPLAY "La devolucion fue con atraso; consulte su"
221565             " cuenta en el mostrador."
221570     END-IF.
221575 AUTOSERVICIO-DEVOLVER-EXIT.
221580     EXIT.
221585*
221590 AUTOSERVICIO-BUSCAR-PRESTAMO.
221595     READ ARCH-PRESTAMOS NEXT RECORD
221600         AT END
221605             SET FIN-LECTURA TO TRUE
221610             GO TO AUTOSERVICIO-BUSCAR-PRESTAMO-EXIT
221615     END-READ.
221620     IF PRE-ISBN NOT = EJE-ISBN
221625         SET FIN-LECTURA TO TRUE
221630         GO TO AUTOSERVICIO-BUSCAR-PRESTAMO-EXIT
221635     END-IF.
221640     IF PRE-ABIERTO AND PRE-EJEMPLAR NUMERIC
221645         AND PRE-EJEMPLAR = EJE-NUMERO
221650         MOVE PRE-ID TO WS-PRE-ID-BUSQUEDA
221655         SET FIN-LECTURA TO TRUE
221660     END-IF.
221665 AUTOSERVICIO-BUSCAR-PRESTAMO-EXIT.
221670     EXIT.
221675*
221680* -----------------------------------------------------------------
221685*  USUARIOS-PIN -- asigna o restablece el PIN de la estacion de
221690*  autoservicio. El usuario digita el PIN dos veces; queda sin
221695*  intentos fallidos. La auditoria no guarda el PIN.
221700* -----------------------------------------------------------------
221705 USUARIOS-PIN.
221710     DISPLAY "Cedula del usuario: ".
221715     ACCEPT WS-USR-ID-BUSQUEDA.
221720     MOVE WS-USR-ID-BUSQUEDA TO USR-ID.
221725     READ ARCH-USUARIOS KEY IS USR-ID
221730         INVALID KEY
221735             DISPLAY "Usuario no encontrado."
221740             GO TO USUARIOS-PIN-EXIT
221745     END-READ.
221750     IF USR-INACTIVO
221755         DISPLAY "El usuario esta inactivo."
221760         GO TO USUARIOS-PIN-EXIT
221765     END-IF.
221770     DISPLAY "Usuario: " USR-NOMBRE.
221775     DISPLAY "El usuario digita su nuevo PIN (4 digitos): ".
221780     ACCEPT WS-AUT-PIN.
221785     IF WS-AUT-PIN NOT NUMERIC
221790         DISPLAY "El PIN debe ser de 4 digitos."
221795         GO TO USUARIOS-PIN-EXIT
221800     END-IF.
221805     DISPLAY "Repita el PIN: ".
221810     ACCEPT WS-AUT-PIN-2.
221815     IF WS-AUT-PIN-2 NOT = WS-AUT-PIN
221820         DISPLAY "Los PIN no coinciden; no se hizo el cambio."
221825         GO TO USUARIOS-PIN-EXIT
221830     END-IF.
221835     IF USR-PIN-INTENTOS NOT NUMERIC
221840         MOVE ZERO TO USR-PIN-INTENTOS
221845     END-IF.
221850     MOVE SPACES TO WS-AUD-ANTES.
221855     IF USR-PIN = SPACES
221860         MOVE "PIN-ASIGNA"     TO WS-AUD-ACCION
221865         MOVE "SIN PIN"        TO WS-AUD-ANTES
221870     ELSE
221875         MOVE "PIN-RESTABLECE" TO WS-AUD-ACCION
221880         STRING "INTENTOS FALLIDOS " USR-PIN-INTENTOS
221885             DELIMITED BY SIZE INTO WS-AUD-ANTES
221890         END-STRING
221895     END-IF.
221900     MOVE WS-AUT-PIN TO USR-PIN.
221905     MOVE ZERO       TO USR-PIN-INTENTOS.
221910     REWRITE REG-USUARIO
221915         INVALID KEY
221920             DISPLAY "No se pudo actualizar el usuario."
221925             GO TO USUARIOS-PIN-EXIT
221930     END-REWRITE.
221935     MOVE "REWRITE" TO WS-DIA-OPERACION.
221940     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
221945     MOVE WS-AUD-ARCH-USUARIOS TO WS-AUD-ARCHIVO.
221950     MOVE USR-ID           TO WS-AUD-LLAVE.
221955     MOVE "PIN VIGENTE"    TO WS-AUD-DESPUES.
221960     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
221965     DISPLAY "PIN de autoservicio registrado.".
221970 USUARIOS-PIN-EXIT.
221975     EXIT.
221980*
221985* -----------------------------------------------------------------
221990*  INFORMES-AUTOSERVICIO -- uso de la estacion por sucursal
221995*  (AUTOSERV.TXT): prestamos y devoluciones del rango de fechas,
222000*  en total y por la estacion, con su porcentaje. Se leen
222005*  PRESTAMOS y HISTPRE; cada movimiento cuenta en la sucursal
222010*  del prestamo.
222015* -----------------------------------------------------------------
222020 INFORMES-AUTOSERVICIO.
222025     DISPLAY "Rango de fechas de prestamo o devolucion.".
222030     PERFORM INFORMES-CIRCULACION-PEDIR-RANGO THRU
222035         INFORMES-CIRCULACION-PEDIR-RANGO-EXIT.
222040     PERFORM INFORMES-AUTOSERVICIO-EJECUTAR THRU
222045         INFORMES-AUTOSERVICIO-EJECUTAR-EXIT.
222050 INFORMES-AUTOSERVICIO-EXIT.
222055     EXIT.
222060*
222065*  INFORMES-AUTOSERVICIO-EJECUTAR -- cuerpo sin dialogos, con
222070*  WS-FECHA-DESDE, WS-FECHA-HASTA y WS-SUCURSAL-FILTRO cargados.
222075 INFORMES-AUTOSERVICIO-EJECUTAR.
222080     MOVE ZERO TO WS-AUT-T-PRESTAMOS.
222085     MOVE ZERO TO WS-AUT-T-PRE-AUTO.
222090     MOVE ZERO TO WS-AUT-T-DEVOLUCIONES.
222095     MOVE ZERO TO WS-AUT-T-DEV-AUTO.
222100     OPEN OUTPUT ARCH-AUTOSERVICIO.
222105     MOVE SPACES TO WS-LINEA-AUTOSERV.
222110     STRING "USO DE LA ESTACION DE AUTOSERVICIO DEL "
222115             DELIMITED BY SIZE
222120         WS-FECHA-DESDE     DELIMITED BY SIZE
222125         " AL "             DELIMITED BY SIZE
222130         WS-FECHA-HASTA     DELIMITED BY SIZE
222135         INTO WS-LINEA-AUTOSERV
222140     END-STRING.
222145     MOVE WS-LINEA-AUTOSERV TO REG-AUTOSERVICIO.
222150     WRITE REG-AUTOSERVICIO.
222155     IF WS-SUCURSAL-FILTRO = SPACES
222160         MOVE "TODAS LAS SUCURSALES" TO REG-AUTOSERVICIO
222165     ELSE
222170         MOVE SPACES TO REG-AUTOSERVICIO
222175         STRING "SUCURSAL " WS-SUCURSAL-FILTRO
222180             DELIMITED BY SIZE INTO REG-AUTOSERVICIO
222185         END-STRING
222190     END-IF.
222195     WRITE REG-AUTOSERVICIO.
222200     MOVE SPACES TO REG-AUTOSERVICIO.
222205     WRITE REG-AUTOSERVICIO.
222210     MOVE SPACES TO WS-LINEA-AUTOSERV.
222215     STRING "SUCURSAL                             "
222220             DELIMITED BY SIZE
222225         "PRESTAMOS  ESTACION   %  DEVOLUC.  ESTACION   %"
222230             DELIMITED BY SIZE
222235         INTO WS-LINEA-AUTOSERV
222240     END-STRING.
222245     MOVE WS-LINEA-AUTOSERV TO REG-AUTOSERVICIO.
222250     WRITE REG-AUTOSERVICIO.
222255     SORT ORDEN-AUTOSERVICIO
222260         ON ASCENDING KEY OAU-SUCURSAL
222265         INPUT PROCEDURE IS INFORMES-AUT-EXTRAER THRU
222270             INFORMES-AUT-EXTRAER-EXIT
222275         OUTPUT PROCEDURE IS INFORMES-AUT-LISTAR THRU
222280             INFORMES-AUT-LISTAR-EXIT.
222285     MOVE SPACES TO REG-AUTOSERVICIO.
222290     WRITE REG-AUTOSERVICIO.
222295     MOVE "TOTAL"                TO WS-AUT-SUC-ANT.
222300     MOVE SPACES                 TO WS-AUT-NOMBRE-SUC.
222305     MOVE WS-AUT-T-PRESTAMOS     TO WS-AUT-S-PRESTAMOS.
222310     MOVE WS-AUT-T-PRE-AUTO      TO WS-AUT-S-PRE-AUTO.
222315     MOVE WS-AUT-T-DEVOLUCIONES  TO WS-AUT-S-DEVOLUCIONES.
222320     MOVE WS-AUT-T-DEV-AUTO      TO WS-AUT-S-DEV-AUTO.
222325     PERFORM INFORMES-AUT-LINEA THRU INFORMES-AUT-LINEA-EXIT.
222330     CLOSE ARCH-AUTOSERVICIO.
222335     DISPLAY "Prestamos por la estacion: " WS-AUT-T-PRE-AUTO
222340         " de " WS-AUT-T-PRESTAMOS ". Vea AUTOSERV.TXT.".
222345 INFORMES-AUTOSERVICIO-EJECUTAR-EXIT.
222350     EXIT.
222355*
222360 INFORMES-AUT-EXTRAER.
222365     MOVE "N" TO WS-SW-FIN-LECTURA.
222370     MOVE 0 TO PRE-ID.
222375     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
222380         INVALID KEY SET FIN-LECTURA TO TRUE
222385     END-START.
222390     PERFORM INFORMES-AUT-EXTRAER-PRE THRU
222395         INFORMES-AUT-EXTRAER-PRE-EXIT UNTIL FIN-LECTURA.
222400     OPEN INPUT ARCH-HIST-PRESTAMOS.
222405     IF WS-FS-HIST-PRESTAMOS NOT = "00"
222410         GO TO INFORMES-AUT-EXTRAER-EXIT
222415     END-IF.
222420     MOVE "N" TO WS-SW-FIN-LECTURA.
222425     PERFORM INFORMES-AUT-EXTRAER-HIST THRU
222430         INFORMES-AUT-EXTRAER-HIST-EXIT UNTIL FIN-LECTURA.
222435     CLOSE ARCH-HIST-PRESTAMOS.
222440 INFORMES-AUT-EXTRAER-EXIT.
222445     EXIT.
222450*
222455 INFORMES-AUT-EXTRAER-PRE.
222460     READ ARCH-PRESTAMOS NEXT RECORD
222465         AT END
222470             SET FIN-LECTURA TO TRUE
222475             GO TO INFORMES-AUT-EXTRAER-PRE-EXIT
222480     END-READ.
222485     MOVE PRE-SUCURSAL          TO WS-AUT-X-SUCURSAL.
222490     MOVE PRE-FECHA-PRESTAMO    TO WS-AUT-X-FECHA-PRE.
222495     MOVE PRE-FECHA-DEVOLUCION  TO WS-AUT-X-FECHA-DEV.
222500     MOVE PRE-ESTADO            TO WS-AUT-X-ESTADO.
222505     MOVE PRE-CANAL-PRESTAMO    TO WS-AUT-X-CANAL-PRE.
222510     MOVE PRE-CANAL-DEVOLUCION  TO WS-AUT-X-CANAL-DEV.
222515     PERFORM INFORMES-AUT-SOLTAR THRU INFORMES-AUT-SOLTAR-EXIT.
222520 INFORMES-AUT-EXTRAER-PRE-EXIT.
222525     EXIT.
222530*
222535 INFORMES-AUT-EXTRAER-HIST.
222540     READ ARCH-HIST-PRESTAMOS
222545         AT END
222550             SET FIN-LECTURA TO TRUE
222555             GO TO INFORMES-AUT-EXTRAER-HIST-EXIT
222560     END-READ.
222565     MOVE HPR-SUCURSAL          TO WS-AUT-X-SUCURSAL.
222570     MOVE HPR-FECHA-PRESTAMO    TO WS-AUT-X-FECHA-PRE.
222575     MOVE HPR-FECHA-DEVOLUCION  TO WS-AUT-X-FECHA-DEV.
222580     MOVE HPR-ESTADO            TO WS-AUT-X-ESTADO.
222585     MOVE HPR-CANAL-PRESTAMO    TO WS-AUT-X-CANAL-PRE.
222590     MOVE HPR-CANAL-DEVOLUCION  TO WS-AUT-X-CANAL-DEV.
222595     PERFORM INFORMES-AUT-SOLTAR THRU INFORMES-AUT-SOLTAR-EXIT.
222600 INFORMES-AUT-EXTRAER-HIST-EXIT.
222605     EXIT.
222610*
222615*  INFORMES-AUT-SOLTAR -- entrega al SORT el prestamo y, si se
222620*  devolvio, la devolucion que caigan en el rango.
222625 INFORMES-AUT-SOLTAR.
222630     IF WS-SUCURSAL-FILTRO NOT = SPACES
222635         AND WS-SUCURSAL-FILTRO NOT = WS-AUT-X-SUCURSAL
222640         GO TO INFORMES-AUT-SOLTAR-EXIT
222645     END-IF.
222650     MOVE WS-AUT-X-SUCURSAL TO OAU-SUCURSAL.
222655     IF WS-AUT-X-FECHA-PRE NOT < WS-FECHA-DESDE
222660         AND WS-AUT-X-FECHA-PRE NOT > WS-FECHA-HASTA
222665         MOVE "P"                TO OAU-TIPO
222670         MOVE WS-AUT-X-CANAL-PRE TO OAU-CANAL
222675         RELEASE REG-ORDEN-AUT
222680     END-IF.
222685     IF WS-AUT-X-ESTADO = "D"
222690         AND WS-AUT-X-FECHA-DEV NOT < WS-FECHA-DESDE
222695         AND WS-AUT-X-FECHA-DEV NOT > WS-FECHA-HASTA
222700         MOVE "D"                TO OAU-TIPO
222705         MOVE WS-AUT-X-CANAL-DEV TO OAU-CANAL
222710         RELEASE REG-ORDEN-AUT
222715     END-IF.
222720 INFORMES-AUT-SOLTAR-EXIT.
222725     EXIT.
222730*
222735 INFORMES-AUT-LISTAR.
222740     MOVE "N" TO WS-SW-AUT-GRUPO.
222745     MOVE SPACES TO WS-AUT-SUC-ANT.
222750     MOVE "N" TO WS-SW-FIN-LECTURA.
222755     PERFORM INFORMES-AUT-LISTAR-RET THRU
222760         INFORMES-AUT-LISTAR-RET-EXIT UNTIL FIN-LECTURA.
222765     IF AUT-HAY-GRUPO
222770         PERFORM INFORMES-AUT-SUBTOTAL THRU
222775             INFORMES-AUT-SUBTOTAL-EXIT
222780     END-IF.
222785 INFORMES-AUT-LISTAR-EXIT.
222790     EXIT.
222795*
222800 INFORMES-AUT-LISTAR-RET.
222805     RETURN ORDEN-AUTOSERVICIO
222810         AT END
222815             SET FIN-LECTURA TO TRUE
222820             GO TO INFORMES-AUT-LISTAR-RET-EXIT
222825     END-RETURN.
222830     IF NOT AUT-HAY-GRUPO OR OAU-SUCURSAL NOT = WS-AUT-SUC-ANT
222835         IF AUT-HAY-GRUPO
222840             PERFORM INFORMES-AUT-SUBTOTAL THRU
222845                 INFORMES-AUT-SUBTOTAL-EXIT
222850         END-IF
222855         MOVE ZERO TO WS-AUT-S-PRESTAMOS
222860         MOVE ZERO TO WS-AUT-S-PRE-AUTO
222865         MOVE ZERO TO WS-AUT-S-DEVOLUCIONES
222870         MOVE ZERO TO WS-AUT-S-DEV-AUTO
222875         MOVE OAU-SUCURSAL TO WS-AUT-SUC-ANT
222880         SET AUT-HAY-GRUPO TO TRUE
222885     END-IF.
222890     IF OAU-TIPO = "P"
222895         ADD 1 TO WS-AUT-S-PRESTAMOS
222900         IF OAU-CANAL = "A"
222905             ADD 1 TO WS-AUT-S-PRE-AUTO
222910         END-IF
222915     ELSE
222920         ADD 1 TO WS-AUT-S-DEVOLUCIONES
222925         IF OAU-CANAL = "A"
222930             ADD 1 TO WS-AUT-S-DEV-AUTO
222935         END-IF
222940     END-IF.
222945 INFORMES-AUT-LISTAR-RET-EXIT.
222950     EXIT.
222955*
222960 INFORMES-AUT-SUBTOTAL.
222965     MOVE WS-AUT-SUC-ANT TO SUC-CODIGO.
222970     READ ARCH-SUCURSALES KEY IS SUC-CODIGO
222975         INVALID KEY
222980             MOVE "(SUCURSAL NO REGISTRADA)" TO SUC-NOMBRE
222985     END-READ.
222990     MOVE SUC-NOMBRE TO WS-AUT-NOMBRE-SUC.
222995     PERFORM INFORMES-AUT-LINEA THRU INFORMES-AUT-LINEA-EXIT.
223000     ADD WS-AUT-S-PRESTAMOS    TO WS-AUT-T-PRESTAMOS.
223005     ADD WS-AUT-S-PRE-AUTO     TO WS-AUT-T-PRE-AUTO.
223010     ADD WS-AUT-S-DEVOLUCIONES TO WS-AUT-T-DEVOLUCIONES.
223015     ADD WS-AUT-S-DEV-AUTO     TO WS-AUT-T-DEV-AUTO.
223020 INFORMES-AUT-SUBTOTAL-EXIT.
223025     EXIT.
223030*
223035*  INFORMES-AUT-LINEA -- linea de WS-AUT-SUC-ANT con los conteos
223040*  WS-AUT-S-... y sus porcentajes.
223045 INFORMES-AUT-LINEA.
223050     MOVE ZERO TO WS-AUT-PORC.
223055     IF WS-AUT-S-PRESTAMOS > ZERO
223060         COMPUTE WS-AUT-PORC ROUNDED =
223065             WS-AUT-S-PRE-AUTO * 100 / WS-AUT-S-PRESTAMOS
223070     END-IF.
223075     MOVE WS-AUT-PORC TO WS-AUT-ED-PORC-PRE.
223080     MOVE ZERO TO WS-AUT-PORC.
223085     IF WS-AUT-S-DEVOLUCIONES > ZERO
223090         COMPUTE WS-AUT-PORC ROUNDED =
223095             WS-AUT-S-DEV-AUTO * 100 / WS-AUT-S-DEVOLUCIONES
223100     END-IF.
223105     MOVE WS-AUT-PORC TO WS-AUT-ED-PORC-DEV.
223110     MOVE WS-AUT-S-PRESTAMOS    TO WS-AUT-ED-PRESTAMOS.
223115     MOVE WS-AUT-S-PRE-AUTO     TO WS-AUT-ED-PRE-AUTO.
223120     MOVE WS-AUT-S-DEVOLUCIONES TO WS-AUT-ED-DEVOLUCIONES.
223125     MOVE WS-AUT-S-DEV-AUTO     TO WS-AUT-ED-DEV-AUTO.
223130     MOVE SPACES TO WS-LINEA-AUTOSERV.
223135     STRING WS-AUT-SUC-ANT          DELIMITED BY SIZE
223140         " "                        DELIMITED BY SIZE
223145         WS-AUT-NOMBRE-SUC          DELIMITED BY SIZE
223150         "   "                      DELIMITED BY SIZE
223155         WS-AUT-ED-PRESTAMOS        DELIMITED BY SIZE
223160         "   "                      DELIMITED BY SIZE
223165         WS-AUT-ED-PRE-AUTO         DELIMITED BY SIZE
223170         " "                        DELIMITED BY SIZE
223175         WS-AUT-ED-PORC-PRE         DELIMITED BY SIZE
223180         "   "                      DELIMITED BY SIZE
223185         WS-AUT-ED-DEVOLUCIONES     DELIMITED BY SIZE
223190         "   "                      DELIMITED BY SIZE
223195         WS-AUT-ED-DEV-AUTO         DELIMITED BY SIZE
223200         " "                        DELIMITED BY SIZE
223205         WS-AUT-ED-PORC-DEV         DELIMITED BY SIZE
223210         INTO WS-LINEA-AUTOSERV
223215     END-STRING.
223220     MOVE WS-LINEA-AUTOSERV TO REG-AUTOSERVICIO.
223225     WRITE REG-AUTOSERVICIO.
223230 INFORMES-AUT-LINEA-EXIT.
223235     EXIT.
223240*
223245* -----------------------------------------------------------------
223250*  INFORMES-ACTIVIDAD -- actividad por funcionario, sucursal y dia
223255*  (ACTIVIDAD.TXT) para cuadrar turnos y la caja de cada
223260*  funcionario: prestamos, renovaciones, devoluciones, perdidas,
223265*  reservas tomadas y canceladas, y cobros con su monto. Se leen
223270*  PRESTAMOS, HISTPRE, RESERVAS, PENALIZACIONES y HISTPEN. Los
223275*  movimientos cuentan en la sucursal del prestamo, la de cobro
223280*  o, para las reservas, la sucursal del usuario. De la
223285*  renovacion solo queda la ultima de cada prestamo.
223290* -----------------------------------------------------------------
223295 INFORMES-ACTIVIDAD.
223300     DISPLAY "Rango de fechas de la actividad.".
223305     PERFORM INFORMES-CIRCULACION-PEDIR-RANGO THRU
223310         INFORMES-CIRCULACION-PEDIR-RANGO-EXIT.
223315     DISPLAY "Cedula del funcionario (en blanco = todos): ".
223320     ACCEPT WS-ACT-FUNC-FILTRO.
223325     PERFORM INFORMES-ACTIVIDAD-EJECUTAR THRU
223330         INFORMES-ACTIVIDAD-EJECUTAR-EXIT.
223335 INFORMES-ACTIVIDAD-EXIT.
223340     EXIT.
223345*
223350*  INFORMES-ACTIVIDAD-EJECUTAR -- cuerpo sin dialogos, con
223355*  WS-FECHA-DESDE, WS-FECHA-HASTA, WS-SUCURSAL-FILTRO y
223360*  WS-ACT-FUNC-FILTRO cargados.
223365 INFORMES-ACTIVIDAD-EJECUTAR.
223370     INITIALIZE TABLA-ACT-CONTEOS.
223375     OPEN OUTPUT ARCH-ACTIVIDAD.
223380     MOVE SPACES TO WS-LINEA-ACTIVIDAD.
223385     STRING "ACTIVIDAD POR FUNCIONARIO DEL " DELIMITED BY SIZE
223390         WS-FECHA-DESDE     DELIMITED BY SIZE
223395         " AL "             DELIMITED BY SIZE
223400         WS-FECHA-HASTA     DELIMITED BY SIZE
223405         INTO WS-LINEA-ACTIVIDAD
223410     END-STRING.
223415     MOVE WS-LINEA-ACTIVIDAD TO REG-ACTIVIDAD.
223420     WRITE REG-ACTIVIDAD.
223425     IF WS-SUCURSAL-FILTRO = SPACES
223430         MOVE "TODAS LAS SUCURSALES" TO REG-ACTIVIDAD
223435     ELSE
223440         MOVE SPACES TO REG-ACTIVIDAD
223445         STRING "SUCURSAL " WS-SUCURSAL-FILTRO
223450             DELIMITED BY SIZE INTO REG-ACTIVIDAD
223455         END-STRING
223460     END-IF.
223465     WRITE REG-ACTIVIDAD.
223470     IF WS-ACT-FUNC-FILTRO NOT = SPACES
223475         MOVE SPACES TO REG-ACTIVIDAD
223480         STRING "FUNCIONARIO " WS-ACT-FUNC-FILTRO
223485             DELIMITED BY SIZE INTO REG-ACTIVIDAD
223490         END-STRING
223495         WRITE REG-ACTIVIDAD
223500     END-IF.
223505     MOVE SPACES TO REG-ACTIVIDAD.
223510     WRITE REG-ACTIVIDAD.
223515     MOVE "SUCURSAL / FUNCIONARIO / DIA" TO WS-ACT-ETIQUETA.
223520     MOVE SPACES TO WS-LINEA-ACTIVIDAD.
223525     STRING WS-ACT-ETIQUETA DELIMITED BY SIZE
223530         "  PREST  RENOV  DEVOL  PERD.  RESER  CANCL  COBRO"
223535             DELIMITED BY SIZE
223540         "       COBRADO"   DELIMITED BY SIZE
223545         INTO WS-LINEA-ACTIVIDAD
223550     END-STRING.
223555     MOVE WS-LINEA-ACTIVIDAD TO REG-ACTIVIDAD.
223560     WRITE REG-ACTIVIDAD.
223565     SORT ORDEN-ACTIVIDAD
223570         ON ASCENDING KEY OAC-SUCURSAL OAC-FUNCIONARIO OAC-FECHA
223575         INPUT PROCEDURE IS INFORMES-ACT-EXTRAER THRU
223580             INFORMES-ACT-EXTRAER-EXIT
223585         OUTPUT PROCEDURE IS INFORMES-ACT-LISTAR THRU
223590             INFORMES-ACT-LISTAR-EXIT.
223595     MOVE "TOTAL GENERAL" TO WS-ACT-ETIQUETA.
223600     MOVE 4 TO WS-ACT-NIVEL.
223605     PERFORM INFORMES-ACT-LINEA THRU INFORMES-ACT-LINEA-EXIT.
223610     CLOSE ARCH-ACTIVIDAD.
223615     MOVE AC-MONTO(4) TO WS-ACT-ED-MONTO.
223620     DISPLAY "Total cobrado en el periodo: " WS-ACT-ED-MONTO
223625         ". Vea ACTIVIDAD.TXT.".
223630 INFORMES-ACTIVIDAD-EJECUTAR-EXIT.
223635     EXIT.
223640*
223645 INFORMES-ACT-EXTRAER.
223650     MOVE "N" TO WS-SW-FIN-LECTURA.
223655     MOVE 0 TO PRE-ID.
223660     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
223665         INVALID KEY SET FIN-LECTURA TO TRUE
223670     END-START.
223675     PERFORM INFORMES-ACT-EXTRAER-PRE THRU
223680         INFORMES-ACT-EXTRAER-PRE-EXIT UNTIL FIN-LECTURA.
223685     OPEN INPUT ARCH-HIST-PRESTAMOS.
223690     IF WS-FS-HIST-PRESTAMOS = "00"
223695         MOVE "N" TO WS-SW-FIN-LECTURA
223700         PERFORM INFORMES-ACT-EXTRAER-HPR THRU
223705             INFORMES-ACT-EXTRAER-HPR-EXIT UNTIL FIN-LECTURA
223710         CLOSE ARCH-HIST-PRESTAMOS
223715     END-IF.
223720     MOVE "N" TO WS-SW-FIN-LECTURA.
223725     MOVE 0 TO RES-ID.
223730     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ID
223735         INVALID KEY SET FIN-LECTURA TO TRUE
223740     END-START.
223745     PERFORM INFORMES-ACT-EXTRAER-RES THRU
223750         INFORMES-ACT-EXTRAER-RES-EXIT UNTIL FIN-LECTURA.
223755     MOVE "N" TO WS-SW-FIN-LECTURA.
223760     MOVE 0 TO PEN-ID.
223765     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
223770         INVALID KEY SET FIN-LECTURA TO TRUE
223775     END-START.
223780     PERFORM INFORMES-ACT-EXTRAER-PEN THRU
223785         INFORMES-ACT-EXTRAER-PEN-EXIT UNTIL FIN-LECTURA.
223790     OPEN INPUT ARCH-HIST-PENALIZA.
223795     IF WS-FS-HIST-PENALIZA = "00"
223800         MOVE "N" TO WS-SW-FIN-LECTURA
223805         PERFORM INFORMES-ACT-EXTRAER-HPE THRU
223810             INFORMES-ACT-EXTRAER-HPE-EXIT UNTIL FIN-LECTURA
223815         CLOSE ARCH-HIST-PENALIZA
223820     END-IF.
223825 INFORMES-ACT-EXTRAER-EXIT.
223830     EXIT.
223835*
223840 INFORMES-ACT-EXTRAER-PRE.
223845     READ ARCH-PRESTAMOS NEXT RECORD
223850         AT END
223855             SET FIN-LECTURA TO TRUE
223860             GO TO INFORMES-ACT-EXTRAER-PRE-EXIT
223865     END-READ.
223870     PERFORM INFORMES-ACT-SOLTAR-PRE THRU
223875         INFORMES-ACT-SOLTAR-PRE-EXIT.
223880 INFORMES-ACT-EXTRAER-PRE-EXIT.
223885     EXIT.
223890*
223895 INFORMES-ACT-EXTRAER-HPR.
223900     READ ARCH-HIST-PRESTAMOS
223905         AT END
223910             SET FIN-LECTURA TO TRUE
223915             GO TO INFORMES-ACT-EXTRAER-HPR-EXIT
223920     END-READ.
223925     MOVE REG-HIST-PRESTAMO TO REG-PRESTAMO.
223930     PERFORM INFORMES-ACT-SOLTAR-PRE THRU
223935         INFORMES-ACT-SOLTAR-PRE-EXIT.
223940 INFORMES-ACT-EXTRAER-HPR-EXIT.
223945     EXIT.
223950*
223955 INFORMES-ACT-EXTRAER-RES.
223960     READ ARCH-RESERVAS NEXT RECORD
223965         AT END
223970             SET FIN-LECTURA TO TRUE
223975             GO TO INFORMES-ACT-EXTRAER-RES-EXIT
223980     END-READ.
223985     PERFORM INFORMES-ACT-SOLTAR-RES THRU
223990         INFORMES-ACT-SOLTAR-RES-EXIT.
223995 INFORMES-ACT-EXTRAER-RES-EXIT.
224000     EXIT.
224005*
224010 INFORMES-ACT-EXTRAER-PEN.
224015     READ ARCH-PENALIZACIONES NEXT RECORD
224020         AT END
224025             SET FIN-LECTURA TO TRUE
224030             GO TO INFORMES-ACT-EXTRAER-PEN-EXIT
224035     END-READ.
224040     PERFORM INFORMES-ACT-SOLTAR-PEN THRU
224045         INFORMES-ACT-SOLTAR-PEN-EXIT.
224050 INFORMES-ACT-EXTRAER-PEN-EXIT.
224055     EXIT.
224060*
224065 INFORMES-ACT-EXTRAER-HPE.
224070     READ ARCH-HIST-PENALIZA
224075         AT END
224080             SET FIN-LECTURA TO TRUE
224085             GO TO INFORMES-ACT-EXTRAER-HPE-EXIT
224090     END-READ.
224095     MOVE REG-HIST-PENALIZACION TO REG-PENALIZACION.
224100     PERFORM INFORMES-ACT-SOLTAR-PEN THRU
224105         INFORMES-ACT-SOLTAR-PEN-EXIT.
224110 INFORMES-ACT-EXTRAER-HPE-EXIT.
224115     EXIT.
224120*
224125*  INFORMES-ACT-SOLTAR-PRE -- con REG-PRESTAMO cargado entrega el
224130*  prestamo, la ultima renovacion y el cierre (devolucion o
224135*  perdida), cada uno con su fecha y su funcionario.
224140 INFORMES-ACT-SOLTAR-PRE.
224145     IF WS-SUCURSAL-FILTRO NOT = SPACES
224150         AND WS-SUCURSAL-FILTRO NOT = PRE-SUCURSAL
224155         GO TO INFORMES-ACT-SOLTAR-PRE-EXIT
224160     END-IF.
224165     MOVE PRE-SUCURSAL TO OAC-SUCURSAL.
224170     MOVE ZERO         TO OAC-MONTO.
224175     MOVE PRE-FUNC-PRESTAMO  TO OAC-FUNCIONARIO.
224180     MOVE PRE-FECHA-PRESTAMO TO OAC-FECHA.
224185     MOVE 1                  TO OAC-TIPO.
224190     PERFORM INFORMES-ACT-SOLTAR THRU INFORMES-ACT-SOLTAR-EXIT.
224195     IF PRE-FECHA-RENOVACION NUMERIC
224200         AND PRE-FECHA-RENOVACION > ZERO
224205         MOVE PRE-FUNC-RENOVACION  TO OAC-FUNCIONARIO
224210         MOVE PRE-FECHA-RENOVACION TO OAC-FECHA
224215         MOVE 2                    TO OAC-TIPO
224220         PERFORM INFORMES-ACT-SOLTAR THRU
224225             INFORMES-ACT-SOLTAR-EXIT
224230     END-IF.
224235     IF PRE-DEVUELTO OR PRE-PERDIDO
224240         MOVE PRE-FUNC-CIERRE      TO OAC-FUNCIONARIO
224245         MOVE PRE-FECHA-DEVOLUCION TO OAC-FECHA
224250         IF PRE-DEVUELTO
224255             MOVE 3 TO OAC-TIPO
224260         ELSE
224265             MOVE 4 TO OAC-TIPO
224270         END-IF
224275         PERFORM INFORMES-ACT-SOLTAR THRU
224280             INFORMES-ACT-SOLTAR-EXIT
224285     END-IF.
224290 INFORMES-ACT-SOLTAR-PRE-EXIT.
224295     EXIT.
224300*
224305*  INFORMES-ACT-SOLTAR-RES -- la reserva tomada y, si se cancelo,
224310*  la cancelacion; ambas en la sucursal del usuario.
224315 INFORMES-ACT-SOLTAR-RES.
224320     MOVE RES-USR-ID TO USR-ID.
224325     READ ARCH-USUARIOS KEY IS USR-ID
224330         INVALID KEY
224335             MOVE SPACES TO USR-SUCURSAL
224340     END-READ.
224345     IF WS-SUCURSAL-FILTRO NOT = SPACES
224350         AND WS-SUCURSAL-FILTRO NOT = USR-SUCURSAL
224355         GO TO INFORMES-ACT-SOLTAR-RES-EXIT
224360     END-IF.
224365     MOVE USR-SUCURSAL TO OAC-SUCURSAL.
224370     MOVE ZERO         TO OAC-MONTO.
224375     MOVE RES-FUNC-SOLICITUD  TO OAC-FUNCIONARIO.
224380     MOVE RES-FECHA-SOLICITUD TO OAC-FECHA.
224385     MOVE 5                   TO OAC-TIPO.
224390     PERFORM INFORMES-ACT-SOLTAR THRU INFORMES-ACT-SOLTAR-EXIT.
224395     IF RES-CANCELADA AND RES-FECHA-CIERRE NUMERIC
224400         MOVE RES-FUNC-CIERRE  TO OAC-FUNCIONARIO
224405         MOVE RES-FECHA-CIERRE TO OAC-FECHA
224410         MOVE 6                TO OAC-TIPO
224415         PERFORM INFORMES-ACT-SOLTAR THRU
224420             INFORMES-ACT-SOLTAR-EXIT
224425     END-IF.
224430 INFORMES-ACT-SOLTAR-RES-EXIT.
224435     EXIT.
224440*
224445*  INFORMES-ACT-SOLTAR-PEN -- el cobro de una multa pagada, en la
224450*  sucursal de cobro y por el monto cobrado.
224455 INFORMES-ACT-SOLTAR-PEN.
224460     IF NOT PEN-PAGADA
224465         GO TO INFORMES-ACT-SOLTAR-PEN-EXIT
224470     END-IF.
224475     IF WS-SUCURSAL-FILTRO NOT = SPACES
224480         AND WS-SUCURSAL-FILTRO NOT = PEN-SUCURSAL-PAGO
224485         GO TO INFORMES-ACT-SOLTAR-PEN-EXIT
224490     END-IF.
224495     MOVE PEN-SUCURSAL-PAGO TO OAC-SUCURSAL.
224500     MOVE PEN-FUNC-COBRO    TO OAC-FUNCIONARIO.
224505     MOVE PEN-FECHA-PAGO    TO OAC-FECHA.
224510     MOVE 7                 TO OAC-TIPO.
224515     MOVE PEN-MONTO         TO OAC-MONTO.
224520     PERFORM INFORMES-ACT-SOLTAR THRU INFORMES-ACT-SOLTAR-EXIT.
224525 INFORMES-ACT-SOLTAR-PEN-EXIT.
224530     EXIT.
224535*
224540*  INFORMES-ACT-SOLTAR -- entrega al SORT el movimiento armado en
224545*  REG-ORDEN-ACT si cae en el rango y es del funcionario pedido.
224550 INFORMES-ACT-SOLTAR.
224555     IF OAC-FECHA < WS-FECHA-DESDE
224560         OR OAC-FECHA > WS-FECHA-HASTA
224565         GO TO INFORMES-ACT-SOLTAR-EXIT
224570     END-IF.
224575     IF WS-ACT-FUNC-FILTRO NOT = SPACES
224580         AND WS-ACT-FUNC-FILTRO NOT = OAC-FUNCIONARIO
224585         GO TO INFORMES-ACT-SOLTAR-EXIT
224590     END-IF.
224595     RELEASE REG-ORDEN-ACT.
224600 INFORMES-ACT-SOLTAR-EXIT.
224605     EXIT.
224610*
224615 INFORMES-ACT-LISTAR.
224620     MOVE "N" TO WS-SW-ACT-GRUPO.
224625     MOVE "N" TO WS-SW-FIN-LECTURA.
224630     PERFORM INFORMES-ACT-LISTAR-RET THRU
224635         INFORMES-ACT-LISTAR-RET-EXIT UNTIL FIN-LECTURA.
224640     IF ACT-HAY-GRUPO
224645         PERFORM INFORMES-ACT-CERRAR-DIA THRU
224650             INFORMES-ACT-CERRAR-DIA-EXIT
224655         PERFORM INFORMES-ACT-CERRAR-FUNC THRU
224660             INFORMES-ACT-CERRAR-FUNC-EXIT
224665         PERFORM INFORMES-ACT-CERRAR-SUC THRU
224670             INFORMES-ACT-CERRAR-SUC-EXIT
224675     END-IF.
224680 INFORMES-ACT-LISTAR-EXIT.
224685     EXIT.
224690*
224695*  INFORMES-ACT-LISTAR-RET -- corte de control por sucursal,
224700*  funcionario y dia; el movimiento se suma al nivel del dia.
224705 INFORMES-ACT-LISTAR-RET.
224710     RETURN ORDEN-ACTIVIDAD
224715         AT END
224720             SET FIN-LECTURA TO TRUE
224725             GO TO INFORMES-ACT-LISTAR-RET-EXIT
224730     END-RETURN.
224735     EVALUATE TRUE
224740         WHEN NOT ACT-HAY-GRUPO
224745             PERFORM INFORMES-ACT-ABRIR-SUC THRU
224750                 INFORMES-ACT-ABRIR-SUC-EXIT
224755         WHEN OAC-SUCURSAL NOT = WS-ACT-SUC-ANT
224760             PERFORM INFORMES-ACT-CERRAR-DIA THRU
224765                 INFORMES-ACT-CERRAR-DIA-EXIT
224770             PERFORM INFORMES-ACT-CERRAR-FUNC THRU
224775                 INFORMES-ACT-CERRAR-FUNC-EXIT
224780             PERFORM INFORMES-ACT-CERRAR-SUC THRU
224785                 INFORMES-ACT-CERRAR-SUC-EXIT
224790             PERFORM INFORMES-ACT-ABRIR-SUC THRU
224795                 INFORMES-ACT-ABRIR-SUC-EXIT
224800         WHEN OAC-FUNCIONARIO NOT = WS-ACT-FUNC-ANT
224805             PERFORM INFORMES-ACT-CERRAR-DIA THRU
224810                 INFORMES-ACT-CERRAR-DIA-EXIT
224815             PERFORM INFORMES-ACT-CERRAR-FUNC THRU
224820                 INFORMES-ACT-CERRAR-FUNC-EXIT
224825             PERFORM INFORMES-ACT-ABRIR-FUNC THRU
224830                 INFORMES-ACT-ABRIR-FUNC-EXIT
224835         WHEN OAC-FECHA NOT = WS-ACT-FECHA-ANT
224840             PERFORM INFORMES-ACT-CERRAR-DIA THRU
224845                 INFORMES-ACT-CERRAR-DIA-EXIT
224850     END-EVALUATE.
224855     MOVE OAC-FECHA TO WS-ACT-FECHA-ANT.
224860     ADD 1         TO AC-CONTEO(1, OAC-TIPO).
224865     ADD OAC-MONTO TO AC-MONTO(1).
224870 INFORMES-ACT-LISTAR-RET-EXIT.
224875     EXIT.
224880*
224885 INFORMES-ACT-ABRIR-SUC.
224890     MOVE OAC-SUCURSAL TO WS-ACT-SUC-ANT.
224895     SET ACT-HAY-GRUPO TO TRUE.
224900     MOVE WS-ACT-SUC-ANT TO SUC-CODIGO.
224905     READ ARCH-SUCURSALES KEY IS SUC-CODIGO
224910         INVALID KEY
224915             MOVE "(SUCURSAL NO REGISTRADA)" TO SUC-NOMBRE
224920     END-READ.
224925     MOVE SPACES TO WS-LINEA-ACTIVIDAD.
224930     STRING "SUCURSAL " WS-ACT-SUC-ANT " " SUC-NOMBRE
224935         DELIMITED BY SIZE INTO WS-LINEA-ACTIVIDAD
224940     END-STRING.
224945     MOVE WS-LINEA-ACTIVIDAD TO REG-ACTIVIDAD.
224950     WRITE REG-ACTIVIDAD.
224955     PERFORM INFORMES-ACT-ABRIR-FUNC THRU
224960         INFORMES-ACT-ABRIR-FUNC-EXIT.
224965 INFORMES-ACT-ABRIR-SUC-EXIT.
224970     EXIT.
224975*
224980*  INFORMES-ACT-ABRIR-FUNC -- encabezado del funcionario con su
224985*  nombre del maestro de personal.
224990 INFORMES-ACT-ABRIR-FUNC.
224995     MOVE OAC-FUNCIONARIO TO WS-ACT-FUNC-ANT.
225000     EVALUATE WS-ACT-FUNC-ANT
225005         WHEN SPACES
225010             MOVE "(SIN FUNCIONARIO REGISTRADO)" TO WS-ACT-NOMBRE
225015         WHEN "AUTOSERV"
225020             MOVE "ESTACION DE AUTOSERVICIO" TO WS-ACT-NOMBRE
225025         WHEN "LOTE"
225030             MOVE "PROCESO EN LOTE" TO WS-ACT-NOMBRE
225035         WHEN OTHER
225040             MOVE WS-ACT-FUNC-ANT TO PER-ID
225045             READ ARCH-PERSONAL KEY IS PER-ID
225050                 INVALID KEY
225055                     MOVE "(NO REGISTRADO EN PERSONAL)"
225060                         TO WS-ACT-NOMBRE
225065                 NOT INVALID KEY
225070                     MOVE PER-NOMBRE TO WS-ACT-NOMBRE
225075             END-READ
225080     END-EVALUATE.
225085     MOVE SPACES TO WS-LINEA-ACTIVIDAD.
225090     STRING "  FUNCIONARIO " WS-ACT-FUNC-ANT " " WS-ACT-NOMBRE
225095         DELIMITED BY SIZE INTO WS-LINEA-ACTIVIDAD
225100     END-STRING.
225105     MOVE WS-LINEA-ACTIVIDAD TO REG-ACTIVIDAD.
225110     WRITE REG-ACTIVIDAD.
225115 INFORMES-ACT-ABRIR-FUNC-EXIT.
225120     EXIT.
225125*
225130 INFORMES-ACT-CERRAR-DIA.
225135     MOVE SPACES TO WS-ACT-ETIQUETA.
225140     STRING "    " WS-ACT-FECHA-ANT
225145         DELIMITED BY SIZE INTO WS-ACT-ETIQUETA
225150     END-STRING.
225155     MOVE 1 TO WS-ACT-NIVEL.
225160     PERFORM INFORMES-ACT-LINEA THRU INFORMES-ACT-LINEA-EXIT.
225165 INFORMES-ACT-CERRAR-DIA-EXIT.
225170     EXIT.
225175*
225180 INFORMES-ACT-CERRAR-FUNC.
225185     MOVE SPACES TO WS-ACT-ETIQUETA.
225190     STRING "  TOTAL " WS-ACT-FUNC-ANT
225195         DELIMITED BY SIZE INTO WS-ACT-ETIQUETA
225200     END-STRING.
225205     MOVE 2 TO WS-ACT-NIVEL.
225210     PERFORM INFORMES-ACT-LINEA THRU INFORMES-ACT-LINEA-EXIT.
225215 INFORMES-ACT-CERRAR-FUNC-EXIT.
225220     EXIT.
225225*
225230 INFORMES-ACT-CERRAR-SUC.
225235     MOVE SPACES TO WS-ACT-ETIQUETA.
225240     STRING "TOTAL SUCURSAL " WS-ACT-SUC-ANT
225245         DELIMITED BY SIZE INTO WS-ACT-ETIQUETA
225250     END-STRING.
225255     MOVE 3 TO WS-ACT-NIVEL.
225260     PERFORM INFORMES-ACT-LINEA THRU INFORMES-ACT-LINEA-EXIT.
225265     MOVE SPACES TO REG-ACTIVIDAD.
225270     WRITE REG-ACTIVIDAD.
225275 INFORMES-ACT-CERRAR-SUC-EXIT.
225280     EXIT.
225285*
225290*  INFORMES-ACT-LINEA -- escribe WS-ACT-ETIQUETA con los conteos
225295*  y el monto del nivel WS-ACT-NIVEL, los suma al nivel superior
225300*  y deja el nivel en cero.
225305 INFORMES-ACT-LINEA.
225310     MOVE AC-CONTEO(WS-ACT-NIVEL, 1) TO WS-ACT-ED-1.
225315     MOVE AC-CONTEO(WS-ACT-NIVEL, 2) TO WS-ACT-ED-2.
225320     MOVE AC-CONTEO(WS-ACT-NIVEL, 3) TO WS-ACT-ED-3.
225325     MOVE AC-CONTEO(WS-ACT-NIVEL, 4) TO WS-ACT-ED-4.
225330     MOVE AC-CONTEO(WS-ACT-NIVEL, 5) TO WS-ACT-ED-5.
225335     MOVE AC-CONTEO(WS-ACT-NIVEL, 6) TO WS-ACT-ED-6.
225340     MOVE AC-CONTEO(WS-ACT-NIVEL, 7) TO WS-ACT-ED-7.
225345     MOVE AC-MONTO(WS-ACT-NIVEL)     TO WS-ACT-ED-MONTO.
225350     MOVE SPACES TO WS-LINEA-ACTIVIDAD.
225355     STRING WS-ACT-ETIQUETA         DELIMITED BY SIZE
225360         " " WS-ACT-ED-1            DELIMITED BY SIZE
225365         " " WS-ACT-ED-2            DELIMITED BY SIZE
225370         " " WS-ACT-ED-3            DELIMITED BY SIZE
225375         " " WS-ACT-ED-4            DELIMITED BY SIZE
225380         " " WS-ACT-ED-5            DELIMITED BY SIZE
225385         " " WS-ACT-ED-6            DELIMITED BY SIZE
225390         " " WS-ACT-ED-7            DELIMITED BY SIZE
225395         "  " WS-ACT-ED-MONTO       DELIMITED BY SIZE
225400         INTO WS-LINEA-ACTIVIDAD
225405     END-STRING.
225410     MOVE WS-LINEA-ACTIVIDAD TO REG-ACTIVIDAD.
225415     WRITE REG-ACTIVIDAD.
225420     IF WS-ACT-NIVEL < 4
225425         PERFORM INFORMES-ACT-SUMAR THRU INFORMES-ACT-SUMAR-EXIT
225430             VARYING WS-ACT-K FROM 1 BY 1 UNTIL WS-ACT-K > 7
225435         ADD AC-MONTO(WS-ACT-NIVEL) TO AC-MONTO(WS-ACT-NIVEL + 1)
225440         INITIALIZE AC-NIVEL(WS-ACT-NIVEL)
225445     END-IF.
225450 INFORMES-ACT-LINEA-EXIT.
225455     EXIT.
225460*
225465 INFORMES-ACT-SUMAR.
225470     ADD AC-CONTEO(WS-ACT-NIVEL, WS-ACT-K)
225475         TO AC-CONTEO(WS-ACT-NIVEL + 1, WS-ACT-K).
225480 INFORMES-ACT-SUMAR-EXIT.
225485     EXIT.
225490*
225495* -----------------------------------------------------------------
225500*  ADQUISICIONES -- subsistema de compras: maestro de
225505*  proveedores, presupuesto anual de compras por sucursal y
225510*  ordenes de compra con sus lineas (ISBN, cantidad, costo),
225515*  armadas a mano o desde las sugerencias de compra. La orden
225520*  compromete el presupuesto al emitirse; la carga de
225525*  PROVEEDOR.DAT (UTILERIAS) registra las recepciones contra
225530*  ella y pasa lo recibido a ejecutado. Requiere personal
225535*  autenticado; el presupuesto y el maestro de proveedores solo
225540*  los modifica un administrador.
225545* -----------------------------------------------------------------
225550 ADQUISICIONES.
225555     PERFORM VERIFICAR-ACCESO-PERSONAL THRU
225560       VERIFICAR-ACCESO-PERSONAL-EXIT.
225565     IF PERSONAL-NO-AUTENTICADO
225570         DISPLAY "Acceso denegado."
225575         GO TO ADQUISICIONES-EXIT
225580     END-IF.
225585     MOVE "N" TO WS-SW-SALIR-SUBMENU.
225590     PERFORM ADQUISICIONES-SUBMENU UNTIL SALIR-SUBMENU.
225595 ADQUISICIONES-EXIT.
225600     EXIT.
225605*
225610 ADQUISICIONES-SUBMENU.
225615     DISPLAY " ".
225620     DISPLAY "-- ADQUISICIONES --".
225625     DISPLAY "1. Proveedores".
225630     DISPLAY "2. Presupuesto anual por sucursal".
225635     DISPLAY "3. Orden de compra manual (nueva o borrador)".
225640     DISPLAY "4. Orden de compra desde sugerencias".
225645     DISPLAY "5. Emitir orden de compra".
225650     DISPLAY "6. Consultar orden de compra".
225655     DISPLAY "7. Cerrar o anular orden de compra".
225660     DISPLAY "8. Informes de adquisiciones".
225665     DISPLAY "9. Volver al menu principal".
225670     ACCEPT WS-SUB-OPCION.
225675     EVALUATE WS-SUB-OPCION
225680         WHEN 1 PERFORM ADQ-PROVEEDORES THRU
225685           ADQ-PROVEEDORES-EXIT
225690         WHEN 2 PERFORM ADQ-PRESUPUESTO THRU
225695           ADQ-PRESUPUESTO-EXIT
225700         WHEN 3 PERFORM ADQ-ORDEN-MANUAL THRU
225705           ADQ-ORDEN-MANUAL-EXIT
225710         WHEN 4 PERFORM ADQ-ORDEN-SUGERENCIAS THRU
225715           ADQ-ORDEN-SUGERENCIAS-EXIT
225720         WHEN 5 PERFORM ADQ-ORDEN-EMITIR THRU
225725           ADQ-ORDEN-EMITIR-EXIT
225730         WHEN 6 PERFORM ADQ-ORDEN-CONSULTAR THRU
225735           ADQ-ORDEN-CONSULTAR-EXIT
225740         WHEN 7 PERFORM ADQ-ORDEN-CERRAR THRU
225745           ADQ-ORDEN-CERRAR-EXIT
225750         WHEN 8 PERFORM ADQ-INFORMES THRU
225755           ADQ-INFORMES-EXIT
225760         WHEN 9 MOVE "S" TO WS-SW-SALIR-SUBMENU
225765         WHEN OTHER DISPLAY "Opcion invalida"
225770     END-EVALUATE.
225775*
225780*  ADQ-PROVEEDORES -- consulta y mantenimiento del maestro de
225785*  proveedores, como el de instituciones externas.
225790 ADQ-PROVEEDORES.
225795     DISPLAY "1=Listar 2=Registrar 3=Modificar: ".
225800     ACCEPT WS-ADQ-OPCION.
225805     EVALUATE WS-ADQ-OPCION
225810         WHEN 1 PERFORM ADQ-PVD-LISTAR THRU
225815           ADQ-PVD-LISTAR-EXIT
225820         WHEN 2 PERFORM ADQ-PVD-REGISTRAR THRU
225825           ADQ-PVD-REGISTRAR-EXIT
225830         WHEN 3 PERFORM ADQ-PVD-MODIFICAR THRU
225835           ADQ-PVD-MODIFICAR-EXIT
225840         WHEN OTHER DISPLAY "Opcion invalida"
225845     END-EVALUATE.
225850 ADQ-PROVEEDORES-EXIT.
225855     EXIT.
225860*
225865 ADQ-PVD-LISTAR.
225870     DISPLAY "--- Proveedores ---".
225875     MOVE ZERO TO WS-INS-CONTADOR.
225880     MOVE LOW-VALUE TO PVD-CODIGO.
225885     MOVE "N" TO WS-SW-FIN-LECTURA.
225890     START ARCH-PROVEEDORES KEY IS NOT LESS THAN PVD-CODIGO
225895         INVALID KEY SET FIN-LECTURA TO TRUE
225900     END-START.
225905     PERFORM ADQ-PVD-LISTAR-LEER THRU
225910         ADQ-PVD-LISTAR-LEER-EXIT UNTIL FIN-LECTURA.
225915     IF WS-INS-CONTADOR = ZERO
225920         DISPLAY "No hay proveedores registrados."
225925     END-IF.
225930 ADQ-PVD-LISTAR-EXIT.
225935     EXIT.
225940*
225945 ADQ-PVD-LISTAR-LEER.
225950     READ ARCH-PROVEEDORES NEXT RECORD
225955         AT END
225960             SET FIN-LECTURA TO TRUE
225965             GO TO ADQ-PVD-LISTAR-LEER-EXIT
225970     END-READ.
225975     ADD 1 TO WS-INS-CONTADOR.
225980     DISPLAY PVD-CODIGO " " PVD-NOMBRE " estado " PVD-ESTADO.
225985     DISPLAY "   contacto " PVD-CONTACTO " tel. " PVD-TELEFONO.
225990     DISPLAY "   correo " PVD-CORREO.
225995 ADQ-PVD-LISTAR-LEER-EXIT.
226000     EXIT.
226005*
226010 ADQ-PVD-REGISTRAR.
226015     IF NOT ROL-ACTUAL-ADMIN
226020         DISPLAY "Opcion reservada a administradores."
226025         GO TO ADQ-PVD-REGISTRAR-EXIT
226030     END-IF.
226035     DISPLAY "Codigo del nuevo proveedor: ".
226040     ACCEPT PVD-CODIGO.
226045     IF PVD-CODIGO = SPACES
226050         DISPLAY "El codigo no puede quedar en blanco."
226055         GO TO ADQ-PVD-REGISTRAR-EXIT
226060     END-IF.
226065     READ ARCH-PROVEEDORES KEY IS PVD-CODIGO
226070         NOT INVALID KEY
226075             DISPLAY "Ya existe un proveedor con ese codigo."
226080             GO TO ADQ-PVD-REGISTRAR-EXIT
226085     END-READ.
226090     DISPLAY "Nombre o razon social: ".
226095     ACCEPT PVD-NOMBRE.
226100     IF PVD-NOMBRE = SPACES
226105         DISPLAY "El nombre no puede quedar en blanco."
226110         GO TO ADQ-PVD-REGISTRAR-EXIT
226115     END-IF.
226120     DISPLAY "Persona de contacto: ".
226125     ACCEPT PVD-CONTACTO.
226130     DISPLAY "Telefono: ".
226135     ACCEPT PVD-TELEFONO.
226140     DISPLAY "Correo electronico: ".
226145     ACCEPT PVD-CORREO.
226150     SET PVD-ACTIVO TO TRUE.
226155     WRITE REG-PROVEEDOR-MAE
226160         INVALID KEY
226165             DISPLAY "No se pudo registrar el proveedor."
226170             GO TO ADQ-PVD-REGISTRAR-EXIT
226175     END-WRITE.
226180     MOVE "WRITE" TO WS-DIA-OPERACION.
226185     PERFORM DIARIO-PROVEEDOR THRU DIARIO-PROVEEDOR-EXIT.
226190     MOVE "PROVEEDOR"     TO WS-AUD-ARCHIVO.
226195     MOVE "ALTA"          TO WS-AUD-ACCION.
226200     MOVE PVD-CODIGO      TO WS-AUD-LLAVE.
226205     MOVE SPACES          TO WS-AUD-ANTES.
226210     MOVE PVD-NOMBRE      TO WS-AUD-DESPUES.
226215     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
226220     DISPLAY "Proveedor registrado.".
226225 ADQ-PVD-REGISTRAR-EXIT.
226230     EXIT.
226235*
226240 ADQ-PVD-MODIFICAR.
226245     IF NOT ROL-ACTUAL-ADMIN
226250         DISPLAY "Opcion reservada a administradores."
226255         GO TO ADQ-PVD-MODIFICAR-EXIT
226260     END-IF.
226265     DISPLAY "Codigo del proveedor a modificar: ".
226270     ACCEPT PVD-CODIGO.
226275     READ ARCH-PROVEEDORES KEY IS PVD-CODIGO
226280         INVALID KEY
226285             DISPLAY "Proveedor no encontrado."
226290             GO TO ADQ-PVD-MODIFICAR-EXIT
226295     END-READ.
226300     MOVE SPACES          TO WS-AUD-ANTES.
226305     STRING PVD-NOMBRE    DELIMITED BY SIZE
226310         "/"              DELIMITED BY SIZE
226315         PVD-ESTADO       DELIMITED BY SIZE
226320         INTO WS-AUD-ANTES
226325     END-STRING.
226330     DISPLAY "Nuevo nombre (" PVD-NOMBRE "): ".
226335     ACCEPT PVD-NOMBRE.
226340     DISPLAY "Contacto (" PVD-CONTACTO "): ".
226345     ACCEPT PVD-CONTACTO.
226350     DISPLAY "Telefono (" PVD-TELEFONO "): ".
226355     ACCEPT PVD-TELEFONO.
226360     DISPLAY "Correo (" PVD-CORREO "): ".
226365     ACCEPT PVD-CORREO.
226370     DISPLAY "Estado (A=activo I=inactivo) ("
226375         PVD-ESTADO "): ".
226380     ACCEPT PVD-ESTADO.
226385     IF NOT PVD-ACTIVO AND NOT PVD-INACTIVO
226390         SET PVD-ACTIVO TO TRUE
226395         DISPLAY "Estado no valido; se asume activo."
226400     END-IF.
226405     REWRITE REG-PROVEEDOR-MAE
226410         INVALID KEY
226415             DISPLAY "No se pudo actualizar el proveedor."
226420             GO TO ADQ-PVD-MODIFICAR-EXIT
226425     END-REWRITE.
226430     MOVE "REWRITE" TO WS-DIA-OPERACION.
226435     PERFORM DIARIO-PROVEEDOR THRU DIARIO-PROVEEDOR-EXIT.
226440     MOVE "PROVEEDOR"     TO WS-AUD-ARCHIVO.
226445     MOVE "MODIFICACION"  TO WS-AUD-ACCION.
226450     MOVE PVD-CODIGO      TO WS-AUD-LLAVE.
226455     MOVE SPACES          TO WS-AUD-DESPUES.
226460     STRING PVD-NOMBRE    DELIMITED BY SIZE
226465         "/"              DELIMITED BY SIZE
226470         PVD-ESTADO       DELIMITED BY SIZE
226475         INTO WS-AUD-DESPUES
226480     END-STRING.
226485     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
226490     DISPLAY "Proveedor actualizado.".
226495 ADQ-PVD-MODIFICAR-EXIT.
226500     EXIT.
226505*
226510*  ADQ-PRESUPUESTO -- consulta y asignacion del presupuesto anual
226515*  de compras de una sucursal.
226520 ADQ-PRESUPUESTO.
226525     DISPLAY "1=Consultar 2=Asignar: ".
226530     ACCEPT WS-ADQ-OPCION.
226535     IF WS-ADQ-OPCION NOT = 1 AND WS-ADQ-OPCION NOT = 2
226540         DISPLAY "Opcion invalida"
226545         GO TO ADQ-PRESUPUESTO-EXIT
226550     END-IF.
226555     IF WS-ADQ-OPCION = 2 AND NOT ROL-ACTUAL-ADMIN
226560         DISPLAY "Opcion reservada a administradores."
226565         GO TO ADQ-PRESUPUESTO-EXIT
226570     END-IF.
226575     DIVIDE WS-FECHA-HOY BY 10000 GIVING WS-ADQ-ANIO.
226580     DISPLAY "Anio (" WS-ADQ-ANIO "; cero = el actual): ".
226585     ACCEPT PPT-ANIO.
226590     IF PPT-ANIO NOT NUMERIC OR PPT-ANIO = ZERO
226595         MOVE WS-ADQ-ANIO TO PPT-ANIO
226600     END-IF.
226605     DISPLAY "Sucursal: ".
226610     ACCEPT PPT-SUCURSAL.
226615     MOVE PPT-SUCURSAL TO WS-SUC-CODIGO-BUSQUEDA.
226620     PERFORM SUCURSALES-VALIDAR THRU SUCURSALES-VALIDAR-EXIT.
226625     IF SUCURSAL-NO-REGISTRADA
226630         DISPLAY "Sucursal no registrada en el maestro."
226635         GO TO ADQ-PRESUPUESTO-EXIT
226640     END-IF.
226645     IF WS-ADQ-OPCION = 2
226650         PERFORM ADQ-PPT-ASIGNAR THRU ADQ-PPT-ASIGNAR-EXIT
226655         GO TO ADQ-PRESUPUESTO-EXIT
226660     END-IF.
226665     READ ARCH-PRESUPUESTO KEY IS PPT-LLAVE
226670         INVALID KEY
226675             DISPLAY "No hay presupuesto asignado para "
226680                 PPT-SUCURSAL " en " PPT-ANIO "."
226685             GO TO ADQ-PRESUPUESTO-EXIT
226690     END-READ.
226695     PERFORM ADQ-PPT-MOSTRAR THRU ADQ-PPT-MOSTRAR-EXIT.
226700 ADQ-PRESUPUESTO-EXIT.
226705     EXIT.
226710*
226715 ADQ-PPT-MOSTRAR.
226720     COMPUTE WS-ADQ-DISPONIBLE = PPT-ASIGNADO
226725         - PPT-COMPROMETIDO - PPT-EJECUTADO.
226730     MOVE PPT-ASIGNADO      TO WS-ADQ-ED-1.
226735     MOVE PPT-COMPROMETIDO  TO WS-ADQ-ED-2.
226740     MOVE PPT-EJECUTADO     TO WS-ADQ-ED-3.
226745     MOVE WS-ADQ-DISPONIBLE TO WS-ADQ-ED-DISP.
226750     DISPLAY "Presupuesto " PPT-ANIO " sucursal " PPT-SUCURSAL.
226755     DISPLAY "  Asignado....: " WS-ADQ-ED-1.
226760     DISPLAY "  Comprometido: " WS-ADQ-ED-2.
226765     DISPLAY "  Ejecutado...: " WS-ADQ-ED-3.
226770     DISPLAY "  Disponible..: " WS-ADQ-ED-DISP.
226775 ADQ-PPT-MOSTRAR-EXIT.
226780     EXIT.
226785*
226790*  ADQ-PPT-ASIGNAR -- fija el monto asignado del anio y sucursal
226795*  en PPT-LLAVE. Lo comprometido y lo ejecutado no se tocan; un
226800*  monto menor que lo ya usado deja el disponible negativo y se
226805*  advierte.
226810 ADQ-PPT-ASIGNAR.
226815     MOVE "S" TO WS-SW-ADQ-ORDEN-CREADA.
226820     READ ARCH-PRESUPUESTO KEY IS PPT-LLAVE
226825         INVALID KEY
226830             MOVE "N"  TO WS-SW-ADQ-ORDEN-CREADA
226835             MOVE ZERO TO PPT-ASIGNADO
226840             MOVE ZERO TO PPT-COMPROMETIDO
226845             MOVE ZERO TO PPT-EJECUTADO
226850     END-READ.
226855     MOVE PPT-ASIGNADO TO WS-ADQ-ED-1.
226860     MOVE SPACES TO WS-AUD-ANTES.
226865     IF ADQ-ORDEN-CREADA
226870         STRING "ASIGNADO "   DELIMITED BY SIZE
226875             WS-ADQ-ED-1      DELIMITED BY SIZE
226880             INTO WS-AUD-ANTES
226885         END-STRING
226890     END-IF.
226895     DISPLAY "Monto asignado (" WS-ADQ-ED-1 "): ".
226900     ACCEPT WS-ADQ-MONTO.
226905     IF WS-ADQ-MONTO NOT NUMERIC
226910         DISPLAY "Monto no valido."
226915         GO TO ADQ-PPT-ASIGNAR-EXIT
226920     END-IF.
226925     MOVE WS-ADQ-MONTO TO PPT-ASIGNADO.
226930     MOVE WS-FECHA-HOY TO PPT-FECHA-ASIGNACION.
226935     IF ADQ-ORDEN-CREADA
226940         REWRITE REG-PRESUPUESTO
226945         MOVE "REWRITE" TO WS-DIA-OPERACION
226950     ELSE
226955         WRITE REG-PRESUPUESTO
226960         MOVE "WRITE" TO WS-DIA-OPERACION
226965     END-IF.
226970     PERFORM DIARIO-PRESUPUESTO THRU DIARIO-PRESUPUESTO-EXIT.
226975     MOVE PPT-ASIGNADO TO WS-ADQ-ED-1.
226980     MOVE "PRESUPUEST"    TO WS-AUD-ARCHIVO.
226985     MOVE "ASIGNACION"    TO WS-AUD-ACCION.
226990     MOVE PPT-LLAVE       TO WS-AUD-LLAVE.
226995     MOVE SPACES          TO WS-AUD-DESPUES.
227000     STRING "ASIGNADO "   DELIMITED BY SIZE
227005         WS-ADQ-ED-1      DELIMITED BY SIZE
227010         INTO WS-AUD-DESPUES
227015     END-STRING.
227020     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
227025     PERFORM ADQ-PPT-MOSTRAR THRU ADQ-PPT-MOSTRAR-EXIT.
227030     IF WS-ADQ-DISPONIBLE < ZERO
227035         DISPLAY "Atencion: lo asignado es menor que lo ya"
227040         DISPLAY "comprometido y ejecutado."
227045     END-IF.
227050 ADQ-PPT-ASIGNAR-EXIT.
227055     EXIT.
227060*
227065*  ADQ-ORDEN-MANUAL -- arma una orden en borrador linea a linea,
227070*  o agrega lineas a un borrador existente.
227075 ADQ-ORDEN-MANUAL.
227080     DISPLAY "Numero de orden en borrador (cero = nueva): ".
227085     ACCEPT WS-ADQ-ORD-ID.
227090     IF WS-ADQ-ORD-ID NOT NUMERIC OR WS-ADQ-ORD-ID = ZERO
227095         PERFORM ADQ-ORDEN-CABECERA THRU ADQ-ORDEN-CABECERA-EXIT
227100         IF WS-ADQ-MOTIVO NOT = SPACES
227105             GO TO ADQ-ORDEN-MANUAL-EXIT
227110         END-IF
227115         MOVE "M" TO WS-ADQ-ORIGEN
227120         PERFORM ADQ-ORDEN-CREAR THRU ADQ-ORDEN-CREAR-EXIT
227125     ELSE
227130         MOVE WS-ADQ-ORD-ID TO ORD-ID
227135         READ ARCH-ORDENES KEY IS ORD-ID
227140             INVALID KEY
227145                 DISPLAY "Orden no encontrada."
227150                 GO TO ADQ-ORDEN-MANUAL-EXIT
227155         END-READ
227160         IF NOT ORD-BORRADOR
227165             DISPLAY "La orden ya fue emitida o cerrada."
227170             GO TO ADQ-ORDEN-MANUAL-EXIT
227175         END-IF
227180     END-IF.
227185     DISPLAY "Orden " WS-ADQ-ORD-ID ". Digite las lineas;".
227190     DISPLAY "ISBN en blanco para terminar.".
227195     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
227200     PERFORM ADQ-ORDEN-LINEA-PEDIR THRU
227205         ADQ-ORDEN-LINEA-PEDIR-EXIT UNTIL ADQ-FIN-LINEAS.
227210     MOVE WS-ADQ-ORD-ID TO ORD-ID.
227215     READ ARCH-ORDENES KEY IS ORD-ID.
227220     MOVE ORD-TOTAL TO WS-MONTO-EDITADO.
227225     DISPLAY "Orden " ORD-ID " en borrador: " ORD-LINEAS
227230         " lineas, total " WS-MONTO-EDITADO.
227235 ADQ-ORDEN-MANUAL-EXIT.
227240     EXIT.
227245*
227250*  ADQ-ORDEN-CABECERA -- pide proveedor activo y sucursal valida
227255*  para una orden nueva; WS-ADQ-MOTIVO queda en blanco si todo
227260*  esta en regla.
227265 ADQ-ORDEN-CABECERA.
227270     MOVE SPACES TO WS-ADQ-MOTIVO.
227275     DISPLAY "Codigo del proveedor: ".
227280     ACCEPT WS-ADQ-PVD-CODIGO.
227285     MOVE WS-ADQ-PVD-CODIGO TO PVD-CODIGO.
227290     READ ARCH-PROVEEDORES KEY IS PVD-CODIGO
227295         INVALID KEY
227300             MOVE "PROVEEDOR NO REGISTRADO" TO WS-ADQ-MOTIVO
227305     END-READ.
227310     IF WS-ADQ-MOTIVO = SPACES AND NOT PVD-ACTIVO
227315         MOVE "PROVEEDOR INACTIVO" TO WS-ADQ-MOTIVO
227320     END-IF.
227325     IF WS-ADQ-MOTIVO NOT = SPACES
227330         DISPLAY "No se puede crear la orden: " WS-ADQ-MOTIVO
227335         GO TO ADQ-ORDEN-CABECERA-EXIT
227340     END-IF.
227345     DISPLAY "Sucursal que recibe el material: ".
227350     ACCEPT WS-ADQ-SUCURSAL.
227355     MOVE WS-ADQ-SUCURSAL TO WS-SUC-CODIGO-BUSQUEDA.
227360     PERFORM SUCURSALES-VALIDAR THRU SUCURSALES-VALIDAR-EXIT.
227365     IF NOT SUCURSAL-VALIDA
227370         MOVE "SUCURSAL NO REGISTRADA O CERRADA" TO WS-ADQ-MOTIVO
227375         DISPLAY "No se puede crear la orden: " WS-ADQ-MOTIVO
227380     END-IF.
227385 ADQ-ORDEN-CABECERA-EXIT.
227390     EXIT.
227395*
227400*  ADQ-ORDEN-CREAR -- graba el encabezado en borrador con el
227405*  siguiente consecutivo; deja su numero en WS-ADQ-ORD-ID.
227410 ADQ-ORDEN-CREAR.
227415     MOVE "BIBCTL" TO CTL-CLAVE.
227420     READ ARCH-CONTROL KEY IS CTL-CLAVE.
227425     ADD 1 TO CTL-ULT-ORD-ID.
227430     REWRITE REG-CONTROL.
227435     MOVE "REWRITE" TO WS-DIA-OPERACION.
227440     PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT.
227445     MOVE CTL-ULT-ORD-ID     TO ORD-ID.
227450     MOVE CTL-ULT-ORD-ID     TO WS-ADQ-ORD-ID.
227455     MOVE WS-ADQ-PVD-CODIGO  TO ORD-PVD-CODIGO.
227460     MOVE WS-ADQ-SUCURSAL    TO ORD-SUCURSAL.
227465     MOVE ZERO               TO ORD-ANIO.
227470     MOVE WS-ADQ-ORIGEN      TO ORD-ORIGEN.
227475     SET ORD-BORRADOR        TO TRUE.
227480     MOVE WS-FECHA-HOY       TO ORD-FECHA-CREACION.
227485     MOVE ZERO               TO ORD-FECHA-EMISION.
227490     MOVE ZERO               TO ORD-FECHA-CIERRE.
227495     MOVE ZERO               TO ORD-LINEAS.
227500     MOVE ZERO               TO ORD-TOTAL.
227505     MOVE ZERO               TO ORD-COMPROMETIDO.
227510     MOVE ZERO               TO ORD-RECIBIDO.
227515     MOVE WS-PER-ID-DIGITADO TO ORD-FUNC-CREACION.
227520     MOVE SPACES             TO ORD-FUNC-EMISION.
227525     MOVE SPACES             TO ORD-FUNC-CIERRE.
227530     MOVE SPACES             TO ORD-MOTIVO-CIERRE.
227535     WRITE REG-ORDEN.
227540     MOVE "WRITE" TO WS-DIA-OPERACION.
227545     PERFORM DIARIO-ORDEN THRU DIARIO-ORDEN-EXIT.
227550     MOVE "ORDENES"       TO WS-AUD-ARCHIVO.
227555     MOVE "ALTA"          TO WS-AUD-ACCION.
227560     MOVE ORD-ID          TO WS-AUD-LLAVE.
227565     MOVE SPACES          TO WS-AUD-ANTES.
227570     MOVE SPACES          TO WS-AUD-DESPUES.
227575     STRING ORD-PVD-CODIGO DELIMITED BY SIZE
227580         "/"              DELIMITED BY SIZE
227585         ORD-SUCURSAL     DELIMITED BY SIZE
227590         "/"              DELIMITED BY SIZE
227595         ORD-ORIGEN       DELIMITED BY SIZE
227600         INTO WS-AUD-DESPUES
227605     END-STRING.
227610     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
227615 ADQ-ORDEN-CREAR-EXIT.
227620     EXIT.
227625*
227630*  ADQ-ORDEN-LINEA-PEDIR -- una linea de la orden manual. Un ISBN
227635*  del catalogo trae titulo, autor y el costo de reposicion como
227640*  costo por omision; uno nuevo pide titulo y autor.
227645 ADQ-ORDEN-LINEA-PEDIR.
227650     DISPLAY "ISBN: ".
227655     ACCEPT WS-ISBN-BUSQUEDA.
227660     IF WS-ISBN-BUSQUEDA = SPACES
227665         SET ADQ-FIN-LINEAS TO TRUE
227670         GO TO ADQ-ORDEN-LINEA-PEDIR-EXIT
227675     END-IF.
227680     MOVE WS-ISBN-BUSQUEDA TO LIB-ISBN.
227685     READ ARCH-LIBROS KEY IS LIB-ISBN
227690         INVALID KEY
227695             MOVE ZERO TO LIB-COSTO-REPOSICION
227700             DISPLAY "Titulo nuevo en el catalogo. Titulo: "
227705             ACCEPT LIB-TITULO
227710             DISPLAY "Autor: "
227715             ACCEPT LIB-AUTOR
227720         NOT INVALID KEY
227725             DISPLAY LIB-TITULO
227730     END-READ.
227735     IF LIB-TITULO = SPACES
227740         DISPLAY "El titulo no puede quedar en blanco."
227745         GO TO ADQ-ORDEN-LINEA-PEDIR-EXIT
227750     END-IF.
227755     PERFORM ADQ-LINEA-CANTIDAD-COSTO THRU
227760         ADQ-LINEA-CANTIDAD-COSTO-EXIT.
227765     IF WS-ADQ-CANTIDAD = ZERO
227770         GO TO ADQ-ORDEN-LINEA-PEDIR-EXIT
227775     END-IF.
227780     PERFORM ADQ-ORDEN-LINEA-GRABAR THRU
227785         ADQ-ORDEN-LINEA-GRABAR-EXIT.
227790 ADQ-ORDEN-LINEA-PEDIR-EXIT.
227795     EXIT.
227800*
227805*  ADQ-LINEA-CANTIDAD-COSTO -- pide cantidad (cero = se omite) y
227810*  costo unitario (cero = el costo de reposicion del catalogo).
227815*  Deja WS-ADQ-CANTIDAD en cero si la linea no procede.
227820 ADQ-LINEA-CANTIDAD-COSTO.
227825     DISPLAY "Cantidad (cero = omitir): ".
227830     ACCEPT WS-ADQ-CANTIDAD.
227835     IF WS-ADQ-CANTIDAD NOT NUMERIC OR WS-ADQ-CANTIDAD = ZERO
227840         MOVE ZERO TO WS-ADQ-CANTIDAD
227845         DISPLAY "Linea omitida."
227850         GO TO ADQ-LINEA-CANTIDAD-COSTO-EXIT
227855     END-IF.
227860     MOVE LIB-COSTO-REPOSICION TO WS-MONTO-EDITADO.
227865     DISPLAY "Costo unitario (cero = " WS-MONTO-EDITADO "): ".
227870     ACCEPT WS-ADQ-COSTO.
227875     IF WS-ADQ-COSTO NOT NUMERIC OR WS-ADQ-COSTO = ZERO
227880         MOVE LIB-COSTO-REPOSICION TO WS-ADQ-COSTO
227885     END-IF.
227890     IF WS-ADQ-COSTO = ZERO
227895         MOVE ZERO TO WS-ADQ-CANTIDAD
227900         DISPLAY "Sin costo no se puede pedir; linea omitida."
227905     END-IF.
227910 ADQ-LINEA-CANTIDAD-COSTO-EXIT.
227915     EXIT.
227920*
227925*  ADQ-ORDEN-LINEA-GRABAR -- agrega al borrador WS-ADQ-ORD-ID la
227930*  linea con LIB-ISBN, LIB-TITULO, LIB-AUTOR, WS-ADQ-CANTIDAD y
227935*  WS-ADQ-COSTO, y actualiza el total de la orden.
227940 ADQ-ORDEN-LINEA-GRABAR.
227945     MOVE WS-ADQ-ORD-ID TO ORD-ID.
227950     READ ARCH-ORDENES KEY IS ORD-ID
227955         INVALID KEY
227960             DISPLAY "Orden no encontrada."
227965             GO TO ADQ-ORDEN-LINEA-GRABAR-EXIT
227970     END-READ.
227975     IF ORD-LINEAS = 999
227980         DISPLAY "La orden ya tiene el maximo de lineas."
227985         GO TO ADQ-ORDEN-LINEA-GRABAR-EXIT
227990     END-IF.
227995     ADD 1 TO ORD-LINEAS.
228000     MOVE ORD-ID               TO OLN-ORD-ID.
228005     MOVE ORD-LINEAS           TO OLN-LINEA.
228010     MOVE LIB-ISBN             TO OLN-ISBN.
228015     MOVE LIB-TITULO           TO OLN-TITULO.
228020     MOVE LIB-AUTOR            TO OLN-AUTOR.
228025     MOVE WS-ADQ-CANTIDAD      TO OLN-CANT-PEDIDA.
228030     MOVE ZERO                 TO OLN-CANT-RECIBIDA.
228035     MOVE WS-ADQ-COSTO         TO OLN-COSTO.
228040     MOVE ZERO                 TO OLN-IMPORTE-RECIBIDO.
228045     MOVE ZERO                 TO OLN-FECHA-RECEPCION.
228050     SET OLN-PENDIENTE         TO TRUE.
228055     WRITE REG-ORDEN-LINEA
228060         INVALID KEY
228065             DISPLAY "No se pudo grabar la linea."
228070             GO TO ADQ-ORDEN-LINEA-GRABAR-EXIT
228075     END-WRITE.
228080     MOVE "WRITE" TO WS-DIA-OPERACION.
228085     PERFORM DIARIO-ORDEN-LINEA THRU DIARIO-ORDEN-LINEA-EXIT.
228090     COMPUTE ORD-TOTAL = ORD-TOTAL
228095         + OLN-CANT-PEDIDA * OLN-COSTO.
228100     REWRITE REG-ORDEN.
228105     MOVE "REWRITE" TO WS-DIA-OPERACION.
228110     PERFORM DIARIO-ORDEN THRU DIARIO-ORDEN-EXIT.
228115     DISPLAY "Linea " OLN-LINEA " agregada.".
228120 ADQ-ORDEN-LINEA-GRABAR-EXIT.
228125     EXIT.
228130*
228135*  ADQ-ORDEN-SUGERENCIAS -- recorre las sugerencias de compra (el
228140*  mismo calculo del informe SUGCOMPRA.TXT) y propone cada titulo
228145*  sugerido con lo que ya esta pedido y pendiente; con la
228150*  cantidad que se digite se arma una orden en borrador, que se
228155*  crea con la primera linea aceptada.
228160 ADQ-ORDEN-SUGERENCIAS.
228165     DISPLAY "Umbral de reservas por ejemplar prestable: ".
228170     ACCEPT WS-PR-UMBRAL.
228175     IF WS-PR-UMBRAL NOT NUMERIC OR WS-PR-UMBRAL = ZERO
228180         MOVE 2 TO WS-PR-UMBRAL
228185         DISPLAY "Umbral no valido; se asume 2."
228190     END-IF.
228195     PERFORM INFORMES-SUG-CALCULAR THRU
228200         INFORMES-SUG-CALCULAR-EXIT.
228205     IF WS-PR-TOTAL = ZERO
228210         DISPLAY "No hay reservas pendientes."
228215         GO TO ADQ-ORDEN-SUGERENCIAS-EXIT
228220     END-IF.
228225     PERFORM ADQ-ORDEN-CABECERA THRU ADQ-ORDEN-CABECERA-EXIT.
228230     IF WS-ADQ-MOTIVO NOT = SPACES
228235         GO TO ADQ-ORDEN-SUGERENCIAS-EXIT
228240     END-IF.
228245     MOVE "S" TO WS-ADQ-ORIGEN.
228250     MOVE "N" TO WS-SW-ADQ-ORDEN-CREADA.
228255     MOVE ZERO TO WS-PR-LISTADOS.
228260     PERFORM ADQ-SUG-PROPONER THRU ADQ-SUG-PROPONER-EXIT
228265         VARYING PR-IDX FROM 1 BY 1
228270         UNTIL PR-IDX > WS-PR-TOTAL.
228275     IF WS-PR-LISTADOS = ZERO
228280         DISPLAY "Ningun titulo supera el umbral."
228285         GO TO ADQ-ORDEN-SUGERENCIAS-EXIT
228290     END-IF.
228295     IF NOT ADQ-ORDEN-CREADA
228300         DISPLAY "No se pidio ningun titulo; no se creo orden."
228305         GO TO ADQ-ORDEN-SUGERENCIAS-EXIT
228310     END-IF.
228315     MOVE WS-ADQ-ORD-ID TO ORD-ID.
228320     READ ARCH-ORDENES KEY IS ORD-ID.
228325     MOVE ORD-TOTAL TO WS-MONTO-EDITADO.
228330     DISPLAY "Orden " ORD-ID " en borrador: " ORD-LINEAS
228335         " lineas, total " WS-MONTO-EDITADO.
228340     DISPLAY "Revisela y emitala con la opcion 5.".
228345 ADQ-ORDEN-SUGERENCIAS-EXIT.
228350     EXIT.
228355*
228360 ADQ-SUG-PROPONER.
228365     PERFORM INFORMES-SUG-EVALUAR THRU INFORMES-SUG-EVALUAR-EXIT.
228370     IF NOT PR-SUGERIDO
228375         GO TO ADQ-SUG-PROPONER-EXIT
228380     END-IF.
228385     MOVE PR-ISBN(PR-IDX) TO LIB-ISBN.
228390     READ ARCH-LIBROS KEY IS LIB-ISBN
228395         INVALID KEY
228400             GO TO ADQ-SUG-PROPONER-EXIT
228405     END-READ.
228410     ADD 1 TO WS-PR-LISTADOS.
228415     MOVE LIB-ISBN TO WS-ISBN-BUSQUEDA.
228420     PERFORM ADQ-PENDIENTE-ISBN THRU ADQ-PENDIENTE-ISBN-EXIT.
228425     DISPLAY " ".
228430     DISPLAY LIB-ISBN " " LIB-TITULO.
228435     DISPLAY "  Cola " PR-COLA(PR-IDX) " prestables "
228440         PR-PRESTABLES(PR-IDX) " desde " PR-FECHA-VIEJA(PR-IDX)
228445         " ya pedido y pendiente " WS-ADQ-PENDIENTE.
228450     PERFORM ADQ-LINEA-CANTIDAD-COSTO THRU
228455         ADQ-LINEA-CANTIDAD-COSTO-EXIT.
228460     IF WS-ADQ-CANTIDAD = ZERO
228465         GO TO ADQ-SUG-PROPONER-EXIT
228470     END-IF.
228475     IF NOT ADQ-ORDEN-CREADA
228480         PERFORM ADQ-ORDEN-CREAR THRU ADQ-ORDEN-CREAR-EXIT
228485         SET ADQ-ORDEN-CREADA TO TRUE
228490         DISPLAY "Se crea la orden " WS-ADQ-ORD-ID "."
228495     END-IF.
228500     PERFORM ADQ-ORDEN-LINEA-GRABAR THRU
228505         ADQ-ORDEN-LINEA-GRABAR-EXIT.
228510 ADQ-SUG-PROPONER-EXIT.
228515     EXIT.
228520*
228525*  ADQ-PENDIENTE-ISBN -- unidades de WS-ISBN-BUSQUEDA pedidas y
228530*  aun no recibidas en ordenes en borrador o emitidas.
228535 ADQ-PENDIENTE-ISBN.
228540     MOVE ZERO TO WS-ADQ-PENDIENTE.
228545     MOVE WS-ISBN-BUSQUEDA TO OLN-ISBN.
228550     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
228555     START ARCH-ORDEN-LINEAS KEY IS EQUAL TO OLN-ISBN
228560         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
228565     END-START.
228570     PERFORM ADQ-PENDIENTE-ISBN-LEER THRU
228575         ADQ-PENDIENTE-ISBN-LEER-EXIT UNTIL ADQ-FIN-LINEAS.
228580 ADQ-PENDIENTE-ISBN-EXIT.
228585     EXIT.
228590*
228595 ADQ-PENDIENTE-ISBN-LEER.
228600     READ ARCH-ORDEN-LINEAS NEXT RECORD
228605         AT END
228610             SET ADQ-FIN-LINEAS TO TRUE
228615             GO TO ADQ-PENDIENTE-ISBN-LEER-EXIT
228620     END-READ.
228625     IF OLN-ISBN NOT = WS-ISBN-BUSQUEDA
228630         SET ADQ-FIN-LINEAS TO TRUE
228635         GO TO ADQ-PENDIENTE-ISBN-LEER-EXIT
228640     END-IF.
228645     IF OLN-PENDIENTE
228650         COMPUTE WS-ADQ-PENDIENTE = WS-ADQ-PENDIENTE
228655             + OLN-CANT-PEDIDA - OLN-CANT-RECIBIDA
228660     END-IF.
228665 ADQ-PENDIENTE-ISBN-LEER-EXIT.
228670     EXIT.
228675*
228680*  ADQ-ORDEN-EMITIR -- compromete el total del borrador en el
228685*  presupuesto de su sucursal para el anio en curso. Se rechaza
228690*  si no hay presupuesto asignado o si el disponible no alcanza.
228695*  Deja la orden impresa en ORDENCOMPRA.TXT para el proveedor.
228700 ADQ-ORDEN-EMITIR.
228705     DISPLAY "Numero de orden a emitir: ".
228710     ACCEPT WS-ADQ-ORD-ID.
228715     MOVE WS-ADQ-ORD-ID TO ORD-ID.
228720     READ ARCH-ORDENES KEY IS ORD-ID
228725         INVALID KEY
228730             DISPLAY "Orden no encontrada."
228735             GO TO ADQ-ORDEN-EMITIR-EXIT
228740     END-READ.
228745     IF NOT ORD-BORRADOR
228750         DISPLAY "Solo se emite una orden en borrador."
228755         GO TO ADQ-ORDEN-EMITIR-EXIT
228760     END-IF.
228765     IF ORD-LINEAS = ZERO OR ORD-TOTAL = ZERO
228770         DISPLAY "La orden no tiene lineas."
228775         GO TO ADQ-ORDEN-EMITIR-EXIT
228780     END-IF.
228785     MOVE ORD-PVD-CODIGO TO PVD-CODIGO.
228790     READ ARCH-PROVEEDORES KEY IS PVD-CODIGO
228795         INVALID KEY
228800             DISPLAY "Proveedor no registrado."
228805             GO TO ADQ-ORDEN-EMITIR-EXIT
228810     END-READ.
228815     IF NOT PVD-ACTIVO
228820         DISPLAY "El proveedor esta inactivo."
228825         GO TO ADQ-ORDEN-EMITIR-EXIT
228830     END-IF.
228835     DIVIDE WS-FECHA-HOY BY 10000 GIVING WS-ADQ-ANIO.
228840     MOVE WS-ADQ-ANIO  TO PPT-ANIO.
228845     MOVE ORD-SUCURSAL TO PPT-SUCURSAL.
228850     READ ARCH-PRESUPUESTO KEY IS PPT-LLAVE
228855         INVALID KEY
228860             DISPLAY "No hay presupuesto asignado para "
228865                 ORD-SUCURSAL " en " WS-ADQ-ANIO "."
228870             GO TO ADQ-ORDEN-EMITIR-EXIT
228875     END-READ.
228880     COMPUTE WS-ADQ-DISPONIBLE = PPT-ASIGNADO
228885         - PPT-COMPROMETIDO - PPT-EJECUTADO.
228890     IF ORD-TOTAL > WS-ADQ-DISPONIBLE
228895         MOVE ORD-TOTAL         TO WS-ADQ-ED-1
228900         MOVE WS-ADQ-DISPONIBLE TO WS-ADQ-ED-DISP
228905         DISPLAY "Presupuesto insuficiente. Total de la orden: "
228910             WS-ADQ-ED-1
228915         DISPLAY "Disponible de la sucursal: " WS-ADQ-ED-DISP
228920         GO TO ADQ-ORDEN-EMITIR-EXIT
228925     END-IF.
228930     ADD ORD-TOTAL TO PPT-COMPROMETIDO.
228935     REWRITE REG-PRESUPUESTO.
228940     MOVE "REWRITE" TO WS-DIA-OPERACION.
228945     PERFORM DIARIO-PRESUPUESTO THRU DIARIO-PRESUPUESTO-EXIT.
228950     SET ORD-EMITIDA         TO TRUE.
228955     MOVE WS-ADQ-ANIO        TO ORD-ANIO.
228960     MOVE WS-FECHA-HOY       TO ORD-FECHA-EMISION.
228965     MOVE WS-PER-ID-DIGITADO TO ORD-FUNC-EMISION.
228970     MOVE ORD-TOTAL          TO ORD-COMPROMETIDO.
228975     REWRITE REG-ORDEN.
228980     MOVE "REWRITE" TO WS-DIA-OPERACION.
228985     PERFORM DIARIO-ORDEN THRU DIARIO-ORDEN-EXIT.
228990     MOVE ORD-TOTAL TO WS-ADQ-ED-1.
228995     MOVE "ORDENES"       TO WS-AUD-ARCHIVO.
229000     MOVE "EMISION"       TO WS-AUD-ACCION.
229005     MOVE ORD-ID          TO WS-AUD-LLAVE.
229010     MOVE "BORRADOR"      TO WS-AUD-ANTES.
229015     MOVE SPACES          TO WS-AUD-DESPUES.
229020     STRING "EMITIDA COMPROMETE " DELIMITED BY SIZE
229025         WS-ADQ-ED-1      DELIMITED BY SIZE
229030         INTO WS-AUD-DESPUES
229035     END-STRING.
229040     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
229045     PERFORM ADQ-ORDEN-IMPRIMIR THRU ADQ-ORDEN-IMPRIMIR-EXIT.
229050     DISPLAY "Orden " ORD-ID " emitida; comprometido "
229055         WS-ADQ-ED-1 ".".
229060     DISPLAY "Documento para el proveedor en ORDENCOMPRA.TXT.".
229065 ADQ-ORDEN-EMITIR-EXIT.
229070     EXIT.
229075*
229080*  ADQ-ORDEN-IMPRIMIR -- con REG-ORDEN y REG-PROVEEDOR-MAE en
229085*  memoria, escribe la orden con sus lineas en ORDENCOMPRA.TXT.
229090 ADQ-ORDEN-IMPRIMIR.
229095     OPEN OUTPUT ARCH-ORDEN-COMPRA.
229100     MOVE SPACES TO WS-LINEA-ADQ.
229105     STRING "ORDEN DE COMPRA NO. " DELIMITED BY SIZE
229110         ORD-ID             DELIMITED BY SIZE
229115         " FECHA "          DELIMITED BY SIZE
229120         ORD-FECHA-EMISION  DELIMITED BY SIZE
229125         INTO WS-LINEA-ADQ
229130     END-STRING.
229135     MOVE WS-LINEA-ADQ TO REG-ORDEN-COMPRA.
229140     WRITE REG-ORDEN-COMPRA.
229145     MOVE SPACES TO WS-LINEA-ADQ.
229150     STRING "PROVEEDOR: "   DELIMITED BY SIZE
229155         PVD-CODIGO         DELIMITED BY SIZE
229160         " "                DELIMITED BY SIZE
229165         PVD-NOMBRE         DELIMITED BY SIZE
229170         " CONTACTO: "      DELIMITED BY SIZE
229175         PVD-CONTACTO       DELIMITED BY SIZE
229180         INTO WS-LINEA-ADQ
229185     END-STRING.
229190     MOVE WS-LINEA-ADQ TO REG-ORDEN-COMPRA.
229195     WRITE REG-ORDEN-COMPRA.
229200     MOVE SPACES TO WS-LINEA-ADQ.
229205     STRING "ENTREGAR EN SUCURSAL " DELIMITED BY SIZE
229210         ORD-SUCURSAL       DELIMITED BY SIZE
229215         ". INDIQUE EL NUMERO DE ORDEN EN SU ARCHIVO DE ENVIO."
229220                            DELIMITED BY SIZE
229225         INTO WS-LINEA-ADQ
229230     END-STRING.
229235     MOVE WS-LINEA-ADQ TO REG-ORDEN-COMPRA.
229240     WRITE REG-ORDEN-COMPRA.
229245     MOVE "LIN ISBN          TITULO                      CANT.
229250-        "      COSTO UNIT." TO REG-ORDEN-COMPRA.
229255     WRITE REG-ORDEN-COMPRA.
229260     MOVE ORD-ID TO OLN-ORD-ID.
229265     MOVE ZERO   TO OLN-LINEA.
229270     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
229275     START ARCH-ORDEN-LINEAS KEY IS NOT LESS THAN OLN-LLAVE
229280         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
229285     END-START.
229290     PERFORM ADQ-ORDEN-IMPRIMIR-LEER THRU
229295         ADQ-ORDEN-IMPRIMIR-LEER-EXIT UNTIL ADQ-FIN-LINEAS.
229300     MOVE ORD-TOTAL TO WS-ADQ-ED-1.
229305     MOVE SPACES TO WS-LINEA-ADQ.
229310     STRING "TOTAL DE LA ORDEN: " DELIMITED BY SIZE
229315         WS-ADQ-ED-1        DELIMITED BY SIZE
229320         INTO WS-LINEA-ADQ
229325     END-STRING.
229330     MOVE WS-LINEA-ADQ TO REG-ORDEN-COMPRA.
229335     WRITE REG-ORDEN-COMPRA.
229340     CLOSE ARCH-ORDEN-COMPRA.
229345 ADQ-ORDEN-IMPRIMIR-EXIT.
229350     EXIT.
229355*
229360 ADQ-ORDEN-IMPRIMIR-LEER.
229365     READ ARCH-ORDEN-LINEAS NEXT RECORD
229370         AT END
229375             SET ADQ-FIN-LINEAS TO TRUE
229380             GO TO ADQ-ORDEN-IMPRIMIR-LEER-EXIT
229385     END-READ.
229390     IF OLN-ORD-ID NOT = ORD-ID
229395         SET ADQ-FIN-LINEAS TO TRUE
229400         GO TO ADQ-ORDEN-IMPRIMIR-LEER-EXIT
229405     END-IF.
229410     MOVE OLN-CANT-PEDIDA TO WS-ADQ-ED-CANT-1.
229415     MOVE OLN-COSTO       TO WS-MONTO-EDITADO.
229420     MOVE SPACES TO WS-LINEA-ADQ.
229425     STRING OLN-LINEA       DELIMITED BY SIZE
229430         " "                DELIMITED BY SIZE
229435         OLN-ISBN           DELIMITED BY SIZE
229440         " "                DELIMITED BY SIZE
229445         OLN-TITULO(1:27)   DELIMITED BY SIZE
229450         " "                DELIMITED BY SIZE
229455         WS-ADQ-ED-CANT-1   DELIMITED BY SIZE
229460         "  "               DELIMITED BY SIZE
229465         WS-MONTO-EDITADO   DELIMITED BY SIZE
229470         INTO WS-LINEA-ADQ
229475     END-STRING.
229480     MOVE WS-LINEA-ADQ TO REG-ORDEN-COMPRA.
229485     WRITE REG-ORDEN-COMPRA.
229490 ADQ-ORDEN-IMPRIMIR-LEER-EXIT.
229495     EXIT.
229500*
229505*  ADQ-ORDEN-CONSULTAR -- encabezado y lineas de una orden con lo
229510*  pedido, lo recibido y lo pendiente.
229515 ADQ-ORDEN-CONSULTAR.
229520     DISPLAY "Numero de orden: ".
229525     ACCEPT WS-ADQ-ORD-ID.
229530     MOVE WS-ADQ-ORD-ID TO ORD-ID.
229535     READ ARCH-ORDENES KEY IS ORD-ID
229540         INVALID KEY
229545             DISPLAY "Orden no encontrada."
229550             GO TO ADQ-ORDEN-CONSULTAR-EXIT
229555     END-READ.
229560     DISPLAY "Orden " ORD-ID " proveedor " ORD-PVD-CODIGO
229565         " sucursal " ORD-SUCURSAL.
229570     EVALUATE TRUE
229575         WHEN ORD-BORRADOR DISPLAY "  Estado: BORRADOR"
229580         WHEN ORD-EMITIDA  DISPLAY "  Estado: EMITIDA el "
229585             ORD-FECHA-EMISION " (presupuesto " ORD-ANIO ")"
229590         WHEN ORD-CERRADA  DISPLAY "  Estado: CERRADA el "
229595             ORD-FECHA-CIERRE " " ORD-MOTIVO-CIERRE
229600         WHEN ORD-ANULADA  DISPLAY "  Estado: ANULADA el "
229605             ORD-FECHA-CIERRE " " ORD-MOTIVO-CIERRE
229610     END-EVALUATE.
229615     MOVE ORD-TOTAL        TO WS-ADQ-ED-1.
229620     MOVE ORD-COMPROMETIDO TO WS-ADQ-ED-2.
229625     MOVE ORD-RECIBIDO     TO WS-ADQ-ED-3.
229630     DISPLAY "  Total " WS-ADQ-ED-1 " comprometido "
229635         WS-ADQ-ED-2 " recibido " WS-ADQ-ED-3.
229640     DISPLAY "  Creada " ORD-FECHA-CREACION " por "
229645         ORD-FUNC-CREACION.
229650     MOVE ORD-ID TO OLN-ORD-ID.
229655     MOVE ZERO   TO OLN-LINEA.
229660     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
229665     START ARCH-ORDEN-LINEAS KEY IS NOT LESS THAN OLN-LLAVE
229670         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
229675     END-START.
229680     PERFORM ADQ-ORDEN-CONSULTAR-LEER THRU
229685         ADQ-ORDEN-CONSULTAR-LEER-EXIT UNTIL ADQ-FIN-LINEAS.
229690 ADQ-ORDEN-CONSULTAR-EXIT.
229695     EXIT.
229700*
229705 ADQ-ORDEN-CONSULTAR-LEER.
229710     READ ARCH-ORDEN-LINEAS NEXT RECORD
229715         AT END
229720             SET ADQ-FIN-LINEAS TO TRUE
229725             GO TO ADQ-ORDEN-CONSULTAR-LEER-EXIT
229730     END-READ.
229735     IF OLN-ORD-ID NOT = ORD-ID
229740         SET ADQ-FIN-LINEAS TO TRUE
229745         GO TO ADQ-ORDEN-CONSULTAR-LEER-EXIT
229750     END-IF.
229755     MOVE OLN-COSTO TO WS-MONTO-EDITADO.
229760     DISPLAY "  " OLN-LINEA " " OLN-ISBN " " OLN-TITULO.
229765     DISPLAY "      pedida " OLN-CANT-PEDIDA " recibida "
229770         OLN-CANT-RECIBIDA " costo " WS-MONTO-EDITADO
229775         " estado " OLN-ESTADO.
229780 ADQ-ORDEN-CONSULTAR-LEER-EXIT.
229785     EXIT.
229790*
229795*  ADQ-ORDEN-CERRAR -- cierre manual: un borrador o una orden sin
229800*  recepciones se anula; una con recepciones parciales se cierra.
229805*  En ambos casos se libera lo que quede comprometido y se
229810*  cancelan las lineas con saldo.
229815 ADQ-ORDEN-CERRAR.
229820     DISPLAY "Numero de orden a cerrar o anular: ".
229825     ACCEPT WS-ADQ-ORD-ID.
229830     MOVE WS-ADQ-ORD-ID TO ORD-ID.
229835     READ ARCH-ORDENES KEY IS ORD-ID
229840         INVALID KEY
229845             DISPLAY "Orden no encontrada."
229850             GO TO ADQ-ORDEN-CERRAR-EXIT
229855     END-READ.
229860     IF ORD-CERRADA OR ORD-ANULADA
229865         DISPLAY "La orden ya esta cerrada o anulada."
229870         GO TO ADQ-ORDEN-CERRAR-EXIT
229875     END-IF.
229880     DISPLAY "Motivo: ".
229885     ACCEPT WS-ADQ-MOTIVO.
229890     IF WS-ADQ-MOTIVO = SPACES
229895         DISPLAY "Debe indicar el motivo."
229900         GO TO ADQ-ORDEN-CERRAR-EXIT
229905     END-IF.
229910     MOVE ORD-COMPROMETIDO TO WS-MONTO-EDITADO.
229915     DISPLAY "Se liberaran " WS-MONTO-EDITADO
229920         " comprometidos. Confirma (S/N): ".
229925     ACCEPT WS-RESPUESTA.
229930     IF WS-RESPUESTA NOT = "S"
229935         DISPLAY "Operacion cancelada."
229940         GO TO ADQ-ORDEN-CERRAR-EXIT
229945     END-IF.
229950     PERFORM ADQ-ORDEN-FINALIZAR THRU ADQ-ORDEN-FINALIZAR-EXIT.
229955     IF ORD-CERRADA
229960         DISPLAY "Orden " ORD-ID " cerrada."
229965     ELSE
229970         DISPLAY "Orden " ORD-ID " anulada."
229975     END-IF.
229980 ADQ-ORDEN-CERRAR-EXIT.
229985     EXIT.
229990*
229995*  ADQ-ORDEN-FINALIZAR -- con REG-ORDEN en memoria y el motivo en
230000*  WS-ADQ-MOTIVO: libera lo comprometido, cancela las lineas con
230005*  saldo y deja la orden cerrada (si recibio algo) o anulada.
230010 ADQ-ORDEN-FINALIZAR.
230015     MOVE ORD-ESTADO TO WS-AUD-ANTES.
230020     IF ORD-COMPROMETIDO > ZERO
230025         MOVE ORD-COMPROMETIDO TO WS-ADQ-IMPORTE
230030         PERFORM ADQ-LIBERAR-COMPROMISO THRU
230035             ADQ-LIBERAR-COMPROMISO-EXIT
230040         MOVE ZERO TO ORD-COMPROMETIDO
230045     END-IF.
230050     MOVE ORD-ID TO OLN-ORD-ID.
230055     MOVE ZERO   TO OLN-LINEA.
230060     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
230065     START ARCH-ORDEN-LINEAS KEY IS NOT LESS THAN OLN-LLAVE
230070         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
230075     END-START.
230080     PERFORM ADQ-ORDEN-CANCELAR-LINEA THRU
230085         ADQ-ORDEN-CANCELAR-LINEA-EXIT UNTIL ADQ-FIN-LINEAS.
230090     IF ORD-RECIBIDO > ZERO
230095         SET ORD-CERRADA TO TRUE
230100         MOVE "CIERRE"    TO WS-AUD-ACCION
230105     ELSE
230110         SET ORD-ANULADA TO TRUE
230115         MOVE "ANULACION" TO WS-AUD-ACCION
230120     END-IF.
230125     MOVE WS-FECHA-HOY       TO ORD-FECHA-CIERRE.
230130     MOVE WS-PER-ID-DIGITADO TO ORD-FUNC-CIERRE.
230135     MOVE WS-ADQ-MOTIVO      TO ORD-MOTIVO-CIERRE.
230140     REWRITE REG-ORDEN.
230145     MOVE "REWRITE" TO WS-DIA-OPERACION.
230150     PERFORM DIARIO-ORDEN THRU DIARIO-ORDEN-EXIT.
230155     MOVE "ORDENES"       TO WS-AUD-ARCHIVO.
230160     MOVE ORD-ID          TO WS-AUD-LLAVE.
230165     MOVE SPACES          TO WS-AUD-DESPUES.
230170     STRING ORD-ESTADO    DELIMITED BY SIZE
230175         "/"              DELIMITED BY SIZE
230180         WS-ADQ-MOTIVO    DELIMITED BY SIZE
230185         INTO WS-AUD-DESPUES
230190     END-STRING.
230195     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
230200 ADQ-ORDEN-FINALIZAR-EXIT.
230205     EXIT.
230210*
230215 ADQ-ORDEN-CANCELAR-LINEA.
230220     READ ARCH-ORDEN-LINEAS NEXT RECORD
230225         AT END
230230             SET ADQ-FIN-LINEAS TO TRUE
230235             GO TO ADQ-ORDEN-CANCELAR-LINEA-EXIT
230240     END-READ.
230245     IF OLN-ORD-ID NOT = ORD-ID
230250         SET ADQ-FIN-LINEAS TO TRUE
230255         GO TO ADQ-ORDEN-CANCELAR-LINEA-EXIT
230260     END-IF.
230265     IF OLN-PENDIENTE
230270         SET OLN-CANCELADA TO TRUE
230275         REWRITE REG-ORDEN-LINEA
230280         MOVE "REWRITE" TO WS-DIA-OPERACION
230285         PERFORM DIARIO-ORDEN-LINEA THRU
230290             DIARIO-ORDEN-LINEA-EXIT
230295     END-IF.
230300 ADQ-ORDEN-CANCELAR-LINEA-EXIT.
230305     EXIT.
230310*
230315*  ADQ-LIBERAR-COMPROMISO -- descuenta WS-ADQ-IMPORTE de lo
230320*  comprometido del presupuesto de la orden en memoria (nunca
230325*  por debajo de cero).
230330 ADQ-LIBERAR-COMPROMISO.
230335     MOVE ORD-ANIO     TO PPT-ANIO.
230340     MOVE ORD-SUCURSAL TO PPT-SUCURSAL.
230345     READ ARCH-PRESUPUESTO KEY IS PPT-LLAVE
230350         INVALID KEY
230355             DISPLAY "Aviso: no se hallo el presupuesto "
230360                 ORD-ANIO " de " ORD-SUCURSAL "."
230365             GO TO ADQ-LIBERAR-COMPROMISO-EXIT
230370     END-READ.
230375     IF PPT-COMPROMETIDO < WS-ADQ-IMPORTE
230380         MOVE ZERO TO PPT-COMPROMETIDO
230385     ELSE
230390         SUBTRACT WS-ADQ-IMPORTE FROM PPT-COMPROMETIDO
230395     END-IF.
230400     REWRITE REG-PRESUPUESTO.
230405     MOVE "REWRITE" TO WS-DIA-OPERACION.
230410     PERFORM DIARIO-PRESUPUESTO THRU DIARIO-PRESUPUESTO-EXIT.
230415 ADQ-LIBERAR-COMPROMISO-EXIT.
230420     EXIT.
230425*
230430*  ADQ-RECEPCION-CASAR -- busca por ISBN la linea de orden con
230435*  saldo que cubre la linea de PROVEEDOR.DAT: orden emitida al
230440*  proveedor de la carga, para la misma sucursal y, si la linea
230445*  trae numero de orden, esa orden. Entre varias gana la mas
230450*  antigua. Deja la linea y la orden en memoria y el saldo en
230455*  WS-ADQ-PENDIENTE.
230460 ADQ-RECEPCION-CASAR.
230465     MOVE "N" TO WS-SW-ADQ-CASADA.
230470     MOVE PROV-ISBN TO OLN-ISBN.
230475     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
230480     START ARCH-ORDEN-LINEAS KEY IS EQUAL TO OLN-ISBN
230485         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
230490     END-START.
230495     PERFORM ADQ-RECEPCION-CASAR-LEER THRU
230500         ADQ-RECEPCION-CASAR-LEER-EXIT
230505         UNTIL ADQ-FIN-LINEAS OR ADQ-LINEA-CASADA.
230510 ADQ-RECEPCION-CASAR-EXIT.
230515     EXIT.
230520*
230525 ADQ-RECEPCION-CASAR-LEER.
230530     READ ARCH-ORDEN-LINEAS NEXT RECORD
230535         AT END
230540             SET ADQ-FIN-LINEAS TO TRUE
230545             GO TO ADQ-RECEPCION-CASAR-LEER-EXIT
230550     END-READ.
230555     IF OLN-ISBN NOT = PROV-ISBN
230560         SET ADQ-FIN-LINEAS TO TRUE
230565         GO TO ADQ-RECEPCION-CASAR-LEER-EXIT
230570     END-IF.
230575     IF NOT OLN-PENDIENTE
230580         GO TO ADQ-RECEPCION-CASAR-LEER-EXIT
230585     END-IF.
230590     IF PROV-ORDEN NOT = SPACES
230595         AND OLN-ORD-ID NOT = PROV-ORDEN-N
230600         GO TO ADQ-RECEPCION-CASAR-LEER-EXIT
230605     END-IF.
230610     MOVE OLN-ORD-ID TO ORD-ID.
230615     READ ARCH-ORDENES KEY IS ORD-ID
230620         INVALID KEY
230625             GO TO ADQ-RECEPCION-CASAR-LEER-EXIT
230630     END-READ.
230635     IF NOT ORD-EMITIDA
230640         OR ORD-PVD-CODIGO NOT = WS-ADQ-PVD-CODIGO
230645         OR ORD-SUCURSAL NOT = PROV-SUCURSAL
230650         GO TO ADQ-RECEPCION-CASAR-LEER-EXIT
230655     END-IF.
230660     COMPUTE WS-ADQ-PENDIENTE =
230665         OLN-CANT-PEDIDA - OLN-CANT-RECIBIDA.
230670     IF WS-ADQ-PENDIENTE > ZERO
230675         SET ADQ-LINEA-CASADA TO TRUE
230680     END-IF.
230685 ADQ-RECEPCION-CASAR-LEER-EXIT.
230690     EXIT.
230695*
230700*  ADQ-RECEPCION-REGISTRAR -- PROV-CANTIDAD unidades recibidas
230705*  contra la linea y la orden en memoria: lo pedido (costo de la
230710*  orden) deja de estar comprometido y lo recibido (costo real
230715*  del archivo) pasa a ejecutado. Al completarse la ultima linea
230720*  la orden se cierra sola.
230725 ADQ-RECEPCION-REGISTRAR.
230730     COMPUTE WS-ADQ-IMPORTE = PROV-CANTIDAD * OLN-COSTO.
230735     COMPUTE WS-ADQ-IMPORTE-REAL = PROV-CANTIDAD * PROV-COSTO.
230740     IF WS-ADQ-IMPORTE > ORD-COMPROMETIDO
230745         MOVE ORD-COMPROMETIDO TO WS-ADQ-IMPORTE
230750     END-IF.
230755     ADD PROV-CANTIDAD       TO OLN-CANT-RECIBIDA.
230760     ADD WS-ADQ-IMPORTE-REAL TO OLN-IMPORTE-RECIBIDO.
230765     MOVE WS-FECHA-HOY       TO OLN-FECHA-RECEPCION.
230770     IF OLN-CANT-RECIBIDA NOT < OLN-CANT-PEDIDA
230775         SET OLN-COMPLETA TO TRUE
230780     END-IF.
230785     REWRITE REG-ORDEN-LINEA.
230790     MOVE "REWRITE" TO WS-DIA-OPERACION.
230795     PERFORM DIARIO-ORDEN-LINEA THRU DIARIO-ORDEN-LINEA-EXIT.
230800     SUBTRACT WS-ADQ-IMPORTE FROM ORD-COMPROMETIDO.
230805     ADD WS-ADQ-IMPORTE-REAL TO ORD-RECIBIDO.
230810     REWRITE REG-ORDEN.
230815     MOVE "REWRITE" TO WS-DIA-OPERACION.
230820     PERFORM DIARIO-ORDEN THRU DIARIO-ORDEN-EXIT.
230825     MOVE ORD-ANIO     TO PPT-ANIO.
230830     MOVE ORD-SUCURSAL TO PPT-SUCURSAL.
230835     READ ARCH-PRESUPUESTO KEY IS PPT-LLAVE
230840         INVALID KEY
230845             DISPLAY "Aviso: no se hallo el presupuesto "
230850                 ORD-ANIO " de " ORD-SUCURSAL "."
230855         NOT INVALID KEY
230860             IF PPT-COMPROMETIDO < WS-ADQ-IMPORTE
230865                 MOVE ZERO TO PPT-COMPROMETIDO
230870             ELSE
230875                 SUBTRACT WS-ADQ-IMPORTE FROM PPT-COMPROMETIDO
230880             END-IF
230885             ADD WS-ADQ-IMPORTE-REAL TO PPT-EJECUTADO
230890             REWRITE REG-PRESUPUESTO
230895             MOVE "REWRITE" TO WS-DIA-OPERACION
230900             PERFORM DIARIO-PRESUPUESTO THRU
230905                 DIARIO-PRESUPUESTO-EXIT
230910     END-READ.
230915     ADD PROV-CANTIDAD TO WS-ADQ-RECIBIDAS.
230920     COMPUTE WS-ADQ-PENDIENTE =
230925         OLN-CANT-PEDIDA - OLN-CANT-RECIBIDA.
230930     MOVE SPACES TO WS-LINEA-CARGA.
230935     STRING "RECIBIDO: "   DELIMITED BY SIZE
230940         PROV-ISBN         DELIMITED BY SIZE
230945         " CANTIDAD "      DELIMITED BY SIZE
230950         PROV-CANTIDAD     DELIMITED BY SIZE
230955         " ORDEN "         DELIMITED BY SIZE
230960         OLN-ORD-ID        DELIMITED BY SIZE
230965         " LINEA "         DELIMITED BY SIZE
230970         OLN-LINEA         DELIMITED BY SIZE
230975         " PENDIENTE "     DELIMITED BY SIZE
230980         WS-ADQ-PENDIENTE  DELIMITED BY SIZE
230985         INTO WS-LINEA-CARGA
230990     END-STRING.
230995     MOVE WS-LINEA-CARGA TO REG-CARGA.
231000     WRITE REG-CARGA.
231005     IF NOT OLN-COMPLETA
231010         GO TO ADQ-RECEPCION-REGISTRAR-EXIT
231015     END-IF.
231020     PERFORM ADQ-ORDEN-CONTAR-PENDIENTES THRU
231025         ADQ-ORDEN-CONTAR-PENDIENTES-EXIT.
231030     IF WS-ADQ-PEND-LINEAS > ZERO
231035         GO TO ADQ-RECEPCION-REGISTRAR-EXIT
231040     END-IF.
231045     MOVE "RECIBIDA COMPLETA" TO WS-ADQ-MOTIVO.
231050     PERFORM ADQ-ORDEN-FINALIZAR THRU ADQ-ORDEN-FINALIZAR-EXIT.
231055     ADD 1 TO WS-ADQ-ORD-CERRADAS.
231060     MOVE SPACES TO WS-LINEA-CARGA.
231065     STRING "ORDEN "       DELIMITED BY SIZE
231070         ORD-ID            DELIMITED BY SIZE
231075         " CERRADA: RECIBIDA COMPLETA" DELIMITED BY SIZE
231080         INTO WS-LINEA-CARGA
231085     END-STRING.
231090     MOVE WS-LINEA-CARGA TO REG-CARGA.
231095     WRITE REG-CARGA.
231100 ADQ-RECEPCION-REGISTRAR-EXIT.
231105     EXIT.
231110*
231115*  ADQ-ORDEN-CONTAR-PENDIENTES -- lineas con saldo de la orden en
231120*  memoria, en WS-ADQ-PEND-LINEAS.
231125 ADQ-ORDEN-CONTAR-PENDIENTES.
231130     MOVE ZERO TO WS-ADQ-PEND-LINEAS.
231135     MOVE ORD-ID TO OLN-ORD-ID.
231140     MOVE ZERO   TO OLN-LINEA.
231145     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
231150     START ARCH-ORDEN-LINEAS KEY IS NOT LESS THAN OLN-LLAVE
231155         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
231160     END-START.
231165     PERFORM ADQ-ORDEN-CONTAR-LEER THRU
231170         ADQ-ORDEN-CONTAR-LEER-EXIT UNTIL ADQ-FIN-LINEAS.
231175 ADQ-ORDEN-CONTAR-PENDIENTES-EXIT.
231180     EXIT.
231185*
231190 ADQ-ORDEN-CONTAR-LEER.
231195     READ ARCH-ORDEN-LINEAS NEXT RECORD
231200         AT END
231205             SET ADQ-FIN-LINEAS TO TRUE
231210             GO TO ADQ-ORDEN-CONTAR-LEER-EXIT
231215     END-READ.
231220     IF OLN-ORD-ID NOT = ORD-ID
231225         SET ADQ-FIN-LINEAS TO TRUE
231230         GO TO ADQ-ORDEN-CONTAR-LEER-EXIT
231235     END-IF.
231240     IF OLN-PENDIENTE
231245         ADD 1 TO WS-ADQ-PEND-LINEAS
231250     END-IF.
231255 ADQ-ORDEN-CONTAR-LEER-EXIT.
231260     EXIT.
231265*
231270*  ADQ-INFORMES -- ordenes pendientes por proveedor y ejecucion
231275*  presupuestaria por sucursal.
231280 ADQ-INFORMES.
231285     DISPLAY "1=Ordenes pendientes por proveedor".
231290     DISPLAY "2=Ejecucion presupuestaria por sucursal: ".
231295     ACCEPT WS-ADQ-OPCION.
231300     EVALUATE WS-ADQ-OPCION
231305         WHEN 1 PERFORM ADQ-INF-PENDIENTES THRU
231310           ADQ-INF-PENDIENTES-EXIT
231315         WHEN 2 PERFORM ADQ-INF-PRESUPUESTO THRU
231320           ADQ-INF-PRESUPUESTO-EXIT
231325         WHEN OTHER DISPLAY "Opcion invalida"
231330     END-EVALUATE.
231335 ADQ-INFORMES-EXIT.
231340     EXIT.
231345*
231350*  ADQ-INF-PENDIENTES -- ORDPEND.TXT: ordenes emitidas aun
231355*  abiertas, agrupadas por proveedor (llave alterna), con sus
231360*  lineas con saldo y lo que sigue comprometido; subtotal por
231365*  proveedor y total general.
231370 ADQ-INF-PENDIENTES.
231375     MOVE "N" TO WS-SW-FILTRO-OK.
231380     PERFORM FILTRO-SUCURSAL-PEDIR THRU
231385         FILTRO-SUCURSAL-PEDIR-EXIT UNTIL FILTRO-ACEPTADO.
231390     OPEN OUTPUT ARCH-ORD-PENDIENTES.
231395     MOVE SPACES TO WS-LINEA-ADQ.
231400     STRING "ORDENES DE COMPRA PENDIENTES AL " DELIMITED BY SIZE
231405         WS-FECHA-HOY       DELIMITED BY SIZE
231410         INTO WS-LINEA-ADQ
231415     END-STRING.
231420     MOVE WS-LINEA-ADQ TO REG-ORD-PENDIENTE.
231425     WRITE REG-ORD-PENDIENTE.
231430     IF WS-SUCURSAL-FILTRO = SPACES
231435         MOVE "TODAS LAS SUCURSALES" TO REG-ORD-PENDIENTE
231440     ELSE
231445         MOVE SPACES TO REG-ORD-PENDIENTE
231450         STRING "SUCURSAL "     DELIMITED BY SIZE
231455             WS-SUCURSAL-FILTRO DELIMITED BY SIZE
231460             INTO REG-ORD-PENDIENTE
231465         END-STRING
231470     END-IF.
231475     WRITE REG-ORD-PENDIENTE.
231480     MOVE ZERO TO WS-ADQ-TOT-ORDENES.
231485     MOVE ZERO TO WS-ADQ-TOT-MONTO.
231490     MOVE "N" TO WS-SW-ADQ-GRUPO.
231495     MOVE LOW-VALUE TO ORD-PVD-CODIGO.
231500     MOVE "N" TO WS-SW-FIN-LECTURA.
231505     START ARCH-ORDENES KEY IS NOT LESS THAN ORD-PVD-CODIGO
231510         INVALID KEY SET FIN-LECTURA TO TRUE
231515     END-START.
231520     PERFORM ADQ-INF-PEND-LEER THRU ADQ-INF-PEND-LEER-EXIT
231525         UNTIL FIN-LECTURA.
231530     IF ADQ-HAY-GRUPO
231535         PERFORM ADQ-INF-PEND-CERRAR THRU
231540             ADQ-INF-PEND-CERRAR-EXIT
231545     END-IF.
231550     MOVE WS-ADQ-TOT-MONTO TO WS-ADQ-ED-1.
231555     MOVE SPACES TO WS-LINEA-ADQ.
231560     STRING "TOTAL GENERAL: ORDENES " DELIMITED BY SIZE
231565         WS-ADQ-TOT-ORDENES DELIMITED BY SIZE
231570         " COMPROMETIDO "   DELIMITED BY SIZE
231575         WS-ADQ-ED-1        DELIMITED BY SIZE
231580         INTO WS-LINEA-ADQ
231585     END-STRING.
231590     MOVE WS-LINEA-ADQ TO REG-ORD-PENDIENTE.
231595     WRITE REG-ORD-PENDIENTE.
231600     CLOSE ARCH-ORD-PENDIENTES.
231605     DISPLAY "Ordenes pendientes: " WS-ADQ-TOT-ORDENES
231610         ". Vea ORDPEND.TXT.".
231615 ADQ-INF-PENDIENTES-EXIT.
231620     EXIT.
231625*
231630 ADQ-INF-PEND-LEER.
231635     READ ARCH-ORDENES NEXT RECORD
231640         AT END
231645             SET FIN-LECTURA TO TRUE
231650             GO TO ADQ-INF-PEND-LEER-EXIT
231655     END-READ.
231660     IF NOT ORD-EMITIDA
231665         GO TO ADQ-INF-PEND-LEER-EXIT
231670     END-IF.
231675     IF WS-SUCURSAL-FILTRO NOT = SPACES
231680         AND ORD-SUCURSAL NOT = WS-SUCURSAL-FILTRO
231685         GO TO ADQ-INF-PEND-LEER-EXIT
231690     END-IF.
231695     IF ADQ-HAY-GRUPO AND ORD-PVD-CODIGO NOT = WS-ADQ-PVD-ANT
231700         PERFORM ADQ-INF-PEND-CERRAR THRU
231705             ADQ-INF-PEND-CERRAR-EXIT
231710     END-IF.
231715     IF NOT ADQ-HAY-GRUPO
231720         PERFORM ADQ-INF-PEND-ABRIR THRU
231725             ADQ-INF-PEND-ABRIR-EXIT
231730     END-IF.
231735     ADD 1 TO WS-ADQ-GRP-ORDENES.
231740     ADD ORD-COMPROMETIDO TO WS-ADQ-GRP-MONTO.
231745     MOVE ORD-COMPROMETIDO TO WS-ADQ-ED-1.
231750     MOVE SPACES TO WS-LINEA-ADQ.
231755     STRING "  ORDEN "      DELIMITED BY SIZE
231760         ORD-ID             DELIMITED BY SIZE
231765         " SUCURSAL "       DELIMITED BY SIZE
231770         ORD-SUCURSAL       DELIMITED BY SIZE
231775         " EMITIDA "        DELIMITED BY SIZE
231780         ORD-FECHA-EMISION  DELIMITED BY SIZE
231785         " COMPROMETIDO "   DELIMITED BY SIZE
231790         WS-ADQ-ED-1        DELIMITED BY SIZE
231795         INTO WS-LINEA-ADQ
231800     END-STRING.
231805     MOVE WS-LINEA-ADQ TO REG-ORD-PENDIENTE.
231810     WRITE REG-ORD-PENDIENTE.
231815     MOVE ORD-ID TO OLN-ORD-ID.
231820     MOVE ZERO   TO OLN-LINEA.
231825     MOVE "N" TO WS-SW-ADQ-FIN-LINEAS.
231830     START ARCH-ORDEN-LINEAS KEY IS NOT LESS THAN OLN-LLAVE
231835         INVALID KEY SET ADQ-FIN-LINEAS TO TRUE
231840     END-START.
231845     PERFORM ADQ-INF-PEND-LINEA THRU ADQ-INF-PEND-LINEA-EXIT
231850         UNTIL ADQ-FIN-LINEAS.
231855 ADQ-INF-PEND-LEER-EXIT.
231860     EXIT.
231865*
231870 ADQ-INF-PEND-ABRIR.
231875     MOVE ORD-PVD-CODIGO TO WS-ADQ-PVD-ANT.
231880     MOVE ZERO TO WS-ADQ-GRP-ORDENES.
231885     MOVE ZERO TO WS-ADQ-GRP-MONTO.
231890     SET ADQ-HAY-GRUPO TO TRUE.
231895     MOVE ORD-PVD-CODIGO TO PVD-CODIGO.
231900     READ ARCH-PROVEEDORES KEY IS PVD-CODIGO
231905         INVALID KEY
231910             MOVE "(PROVEEDOR NO REGISTRADO)" TO PVD-NOMBRE
231915     END-READ.
231920     MOVE SPACES TO WS-LINEA-ADQ.
231925     STRING "PROVEEDOR "    DELIMITED BY SIZE
231930         ORD-PVD-CODIGO     DELIMITED BY SIZE
231935         " "                DELIMITED BY SIZE
231940         PVD-NOMBRE         DELIMITED BY SIZE
231945         INTO WS-LINEA-ADQ
231950     END-STRING.
231955     MOVE WS-LINEA-ADQ TO REG-ORD-PENDIENTE.
231960     WRITE REG-ORD-PENDIENTE.
231965 ADQ-INF-PEND-ABRIR-EXIT.
231970     EXIT.
231975*
231980 ADQ-INF-PEND-CERRAR.
231985     MOVE WS-ADQ-GRP-MONTO TO WS-ADQ-ED-1.
231990     MOVE SPACES TO WS-LINEA-ADQ.
231995     STRING "  SUBTOTAL "   DELIMITED BY SIZE
232000         WS-ADQ-PVD-ANT     DELIMITED BY SIZE
232005         ": ORDENES "       DELIMITED BY SIZE
232010         WS-ADQ-GRP-ORDENES DELIMITED BY SIZE
232015         " COMPROMETIDO "   DELIMITED BY SIZE
232020         WS-ADQ-ED-1        DELIMITED BY SIZE
232025         INTO WS-LINEA-ADQ
232030     END-STRING.
232035     MOVE WS-LINEA-ADQ TO REG-ORD-PENDIENTE.
232040     WRITE REG-ORD-PENDIENTE.
232045     ADD WS-ADQ-GRP-ORDENES TO WS-ADQ-TOT-ORDENES.
232050     ADD WS-ADQ-GRP-MONTO   TO WS-ADQ-TOT-MONTO.
232055     MOVE "N" TO WS-SW-ADQ-GRUPO.
232060 ADQ-INF-PEND-CERRAR-EXIT.
232065     EXIT.
232070*
232075 ADQ-INF-PEND-LINEA.
232080     READ ARCH-ORDEN-LINEAS NEXT RECORD
232085         AT END
232090             SET ADQ-FIN-LINEAS TO TRUE
232095             GO TO ADQ-INF-PEND-LINEA-EXIT
232100     END-READ.
232105     IF OLN-ORD-ID NOT = ORD-ID
232110         SET ADQ-FIN-LINEAS TO TRUE
232115         GO TO ADQ-INF-PEND-LINEA-EXIT
232120     END-IF.
232125     IF NOT OLN-PENDIENTE
232130         GO TO ADQ-INF-PEND-LINEA-EXIT
232135     END-IF.
232140     MOVE OLN-CANT-PEDIDA   TO WS-ADQ-ED-CANT-1.
232145     MOVE OLN-CANT-RECIBIDA TO WS-ADQ-ED-CANT-2.
232150     COMPUTE WS-ADQ-ED-CANT-3 =
232155         OLN-CANT-PEDIDA - OLN-CANT-RECIBIDA.
232160     MOVE SPACES TO WS-LINEA-ADQ.
232165     STRING "    "          DELIMITED BY SIZE
232170         OLN-ISBN           DELIMITED BY SIZE
232175         " "                DELIMITED BY SIZE
232180         OLN-TITULO         DELIMITED BY SIZE
232185         " PEDIDA "         DELIMITED BY SIZE
232190         WS-ADQ-ED-CANT-1   DELIMITED BY SIZE
232195         " RECIBIDA "       DELIMITED BY SIZE
232200         WS-ADQ-ED-CANT-2   DELIMITED BY SIZE
232205         " PENDIENTE "      DELIMITED BY SIZE
232210         WS-ADQ-ED-CANT-3   DELIMITED BY SIZE
232215         INTO WS-LINEA-ADQ
232220     END-STRING.
232225     MOVE WS-LINEA-ADQ TO REG-ORD-PENDIENTE.
232230     WRITE REG-ORD-PENDIENTE.
232235 ADQ-INF-PEND-LINEA-EXIT.
232240     EXIT.
232245*
232250*  ADQ-INF-PRESUPUESTO -- EJECPRESUP.TXT: por sucursal, lo
232255*  asignado, comprometido, ejecutado, disponible y el porcentaje
232260*  ejecutado del anio pedido, con el total de la red.
232265 ADQ-INF-PRESUPUESTO.
232270     DIVIDE WS-FECHA-HOY BY 10000 GIVING WS-ADQ-ANIO.
232275     DISPLAY "Anio (" WS-ADQ-ANIO "; cero = el actual): ".
232280     ACCEPT PPT-ANIO.
232285     IF PPT-ANIO NOT NUMERIC OR PPT-ANIO = ZERO
232290         MOVE WS-ADQ-ANIO TO PPT-ANIO
232295     END-IF.
232300     MOVE PPT-ANIO TO WS-ADQ-ANIO.
232305     OPEN OUTPUT ARCH-EJEC-PRESUP.
232310     MOVE SPACES TO WS-LINEA-ADQ.
232315     STRING "EJECUCION DEL PRESUPUESTO DE COMPRAS "
232320                            DELIMITED BY SIZE
232325         WS-ADQ-ANIO        DELIMITED BY SIZE
232330         " AL "             DELIMITED BY SIZE
232335         WS-FECHA-HOY       DELIMITED BY SIZE
232340         INTO WS-LINEA-ADQ
232345     END-STRING.
232350     MOVE WS-LINEA-ADQ TO REG-EJEC-PRESUP.
232355     WRITE REG-EJEC-PRESUP.
232360     MOVE "SUCURSAL        ASIGNADO   COMPROMETIDO      EJECUTAD
232365-        "O      DISPONIBLE  % EJEC." TO REG-EJEC-PRESUP.
232370     WRITE REG-EJEC-PRESUP.
232375     MOVE ZERO TO WS-ADQ-TOT-ASIGNADO.
232380     MOVE ZERO TO WS-ADQ-TOT-COMPROMETIDO.
232385     MOVE ZERO TO WS-ADQ-TOT-EJECUTADO.
232390     MOVE LOW-VALUE TO PPT-SUCURSAL.
232395     MOVE "N" TO WS-SW-FIN-LECTURA.
232400     START ARCH-PRESUPUESTO KEY IS NOT LESS THAN PPT-LLAVE
232405         INVALID KEY SET FIN-LECTURA TO TRUE
232410     END-START.
232415     PERFORM ADQ-INF-PPT-LEER THRU ADQ-INF-PPT-LEER-EXIT
232420         UNTIL FIN-LECTURA.
232425     MOVE "TOTAL"                 TO PPT-SUCURSAL.
232430     MOVE WS-ADQ-TOT-ASIGNADO     TO PPT-ASIGNADO.
232435     MOVE WS-ADQ-TOT-COMPROMETIDO TO PPT-COMPROMETIDO.
232440     MOVE WS-ADQ-TOT-EJECUTADO    TO PPT-EJECUTADO.
232445     PERFORM ADQ-INF-PPT-LINEA THRU ADQ-INF-PPT-LINEA-EXIT.
232450     CLOSE ARCH-EJEC-PRESUP.
232455     DISPLAY "Ejecucion presupuestaria en EJECPRESUP.TXT.".
232460 ADQ-INF-PRESUPUESTO-EXIT.
232465     EXIT.
232470*
232475 ADQ-INF-PPT-LEER.
232480     READ ARCH-PRESUPUESTO NEXT RECORD
232485         AT END
232490             SET FIN-LECTURA TO TRUE
232495             GO TO ADQ-INF-PPT-LEER-EXIT
232500     END-READ.
232505     IF PPT-ANIO NOT = WS-ADQ-ANIO
232510         SET FIN-LECTURA TO TRUE
232515         GO TO ADQ-INF-PPT-LEER-EXIT
232520     END-IF.
232525     ADD PPT-ASIGNADO     TO WS-ADQ-TOT-ASIGNADO.
232530     ADD PPT-COMPROMETIDO TO WS-ADQ-TOT-COMPROMETIDO.
232535     ADD PPT-EJECUTADO    TO WS-ADQ-TOT-EJECUTADO.
232540     PERFORM ADQ-INF-PPT-LINEA THRU ADQ-INF-PPT-LINEA-EXIT.
232545 ADQ-INF-PPT-LEER-EXIT.
232550     EXIT.
232555*
232560 ADQ-INF-PPT-LINEA.
232565     COMPUTE WS-ADQ-DISPONIBLE = PPT-ASIGNADO
232570         - PPT-COMPROMETIDO - PPT-EJECUTADO.
232575     IF PPT-ASIGNADO = ZERO
232580         MOVE ZERO TO WS-ADQ-PORCENTAJE
232585     ELSE
232590         COMPUTE WS-ADQ-PORCENTAJE ROUNDED =
232595             PPT-EJECUTADO * 100 / PPT-ASIGNADO
232600             ON SIZE ERROR MOVE 999.9 TO WS-ADQ-PORCENTAJE
232605         END-COMPUTE
232610     END-IF.
232615     MOVE PPT-ASIGNADO      TO WS-ADQ-ED-1.
232620     MOVE PPT-COMPROMETIDO  TO WS-ADQ-ED-2.
232625     MOVE PPT-EJECUTADO     TO WS-ADQ-ED-3.
232630     MOVE WS-ADQ-DISPONIBLE TO WS-ADQ-ED-DISP.
232635     MOVE WS-ADQ-PORCENTAJE TO WS-ADQ-ED-PORC.
232640     MOVE SPACES TO WS-LINEA-ADQ.
232645     STRING PPT-SUCURSAL    DELIMITED BY SIZE
232650         " "                DELIMITED BY SIZE
232655         WS-ADQ-ED-1        DELIMITED BY SIZE
232660         " "                DELIMITED BY SIZE
232665         WS-ADQ-ED-2        DELIMITED BY SIZE
232670         " "                DELIMITED BY SIZE
232675         WS-ADQ-ED-3        DELIMITED BY SIZE
232680         " "                DELIMITED BY SIZE
232685         WS-ADQ-ED-DISP     DELIMITED BY SIZE
232690         "  "               DELIMITED BY SIZE
232695         WS-ADQ-ED-PORC     DELIMITED BY SIZE
232700         INTO WS-LINEA-ADQ
232705     END-STRING.
232710     MOVE WS-LINEA-ADQ TO REG-EJEC-PRESUP.
232715     WRITE REG-EJEC-PRESUP.
232720 ADQ-INF-PPT-LINEA-EXIT.
232725     EXIT.
232730*
232735* -----------------------------------------------------------------
232740*  CUENTAS FAMILIARES -- el menor (categoria N) queda a cargo de
232745*  un adulto responsable (USR-RESPONSABLE). El responsable paga
232750*  en PENALIZACIONES-PAGAR las multas y cargos de sus menores, su
232755*  estado de cuenta los incluye y la morosidad se mide sobre todo
232760*  el grupo. Los menores de un responsable se recorren por la
232765*  llave alterna USR-RESPONSABLE.
232770* -----------------------------------------------------------------
232775*
232780*  FAMILIA-MENORES-INICIAR -- posiciona ARCH-USUARIOS en el
232785*  primer usuario a cargo de WS-FAM-CABEZA; cada recorrido lee
232790*  con su propio parrafo hasta FIN-FAMILIA.
232795 FAMILIA-MENORES-INICIAR.
232800     MOVE "N" TO WS-SW-FIN-FAMILIA.
232805     IF WS-FAM-CABEZA = SPACES
232810         SET FIN-FAMILIA TO TRUE
232815         GO TO FAMILIA-MENORES-INICIAR-EXIT
232820     END-IF.
232825     MOVE WS-FAM-CABEZA TO USR-RESPONSABLE.
232830     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-RESPONSABLE
232835         INVALID KEY SET FIN-FAMILIA TO TRUE
232840     END-START.
232845 FAMILIA-MENORES-INICIAR-EXIT.
232850     EXIT.
232855*
232860*  USUARIOS-DATOS-MENOR -- fecha de nacimiento y responsable del
232865*  menor en REG-USUARIO (alta o modificacion; en blanco o cero se
232870*  conserva el dato actual). WS-FAM-MOTIVO queda en blanco si
232875*  todo esta en regla.
232880 USUARIOS-DATOS-MENOR.
232885     MOVE SPACES TO WS-FAM-MOTIVO.
232890     IF USR-FECHA-NACIMIENTO NOT NUMERIC
232895         MOVE ZERO TO USR-FECHA-NACIMIENTO
232900     END-IF.
232905     DISPLAY "Fecha de nacimiento AAAAMMDD ("
232910         USR-FECHA-NACIMIENTO "): ".
232915     ACCEPT WS-FAM-FECHA-NAC.
232920     IF WS-FAM-FECHA-NAC NUMERIC AND WS-FAM-FECHA-NAC > ZERO
232925         MOVE WS-FAM-FECHA-NAC TO USR-FECHA-NACIMIENTO
232930     END-IF.
232935     IF USR-FECHA-NACIMIENTO = ZERO
232940         OR USR-FECHA-NACIMIENTO > WS-FECHA-HOY
232945         MOVE "FECHA DE NACIMIENTO INVALIDA" TO WS-FAM-MOTIVO
232950         GO TO USUARIOS-DATOS-MENOR-EXIT
232955     END-IF.
232960     COMPUTE WS-FAM-LIMITE-MAYORIA =
232965         WS-FECHA-HOY - WS-EDAD-MAYORIA * 10000.
232970     IF USR-FECHA-NACIMIENTO NOT > WS-FAM-LIMITE-MAYORIA
232975         MOVE "YA CUMPLIO LA MAYORIA DE EDAD" TO WS-FAM-MOTIVO
232980         GO TO USUARIOS-DATOS-MENOR-EXIT
232985     END-IF.
232990     DISPLAY "Cedula del adulto responsable ("
232995         USR-RESPONSABLE "): ".
233000     ACCEPT WS-FAM-RESPONSABLE.
233005     IF WS-FAM-RESPONSABLE = SPACES
233010         MOVE USR-RESPONSABLE TO WS-FAM-RESPONSABLE
233015     END-IF.
233020     IF WS-FAM-RESPONSABLE = SPACES
233025         MOVE "EL MENOR REQUIERE UN ADULTO RESPONSABLE"
233030             TO WS-FAM-MOTIVO
233035         GO TO USUARIOS-DATOS-MENOR-EXIT
233040     END-IF.
233045     IF WS-FAM-RESPONSABLE = USR-ID
233050         MOVE "NO PUEDE SER SU PROPIO RESPONSABLE"
233055             TO WS-FAM-MOTIVO
233060         GO TO USUARIOS-DATOS-MENOR-EXIT
233065     END-IF.
233070     PERFORM USUARIOS-VALIDAR-RESPONSABLE THRU
233075         USUARIOS-VALIDAR-RESPONSABLE-EXIT.
233080     IF WS-FAM-MOTIVO = SPACES
233085         MOVE WS-FAM-RESPONSABLE TO USR-RESPONSABLE
233090     END-IF.
233095 USUARIOS-DATOS-MENOR-EXIT.
233100     EXIT.
233105*
233110*  USUARIOS-VALIDAR-RESPONSABLE -- WS-FAM-RESPONSABLE debe ser un
233115*  usuario activo, adulto o docente. Conserva REG-USUARIO.
233120 USUARIOS-VALIDAR-RESPONSABLE.
233125     MOVE REG-USUARIO TO WS-FAM-REG-GUARDA.
233130     MOVE WS-FAM-RESPONSABLE TO USR-ID.
233135     READ ARCH-USUARIOS KEY IS USR-ID
233140         INVALID KEY
233145             MOVE "RESPONSABLE NO REGISTRADO" TO WS-FAM-MOTIVO
233150     END-READ.
233155     IF WS-FAM-MOTIVO = SPACES AND NOT USR-ACTIVO
233160         MOVE "RESPONSABLE INACTIVO" TO WS-FAM-MOTIVO
233165     END-IF.
233170     IF WS-FAM-MOTIVO = SPACES
233175         AND NOT USR-CAT-ADULTO AND NOT USR-CAT-DOCENTE
233180         MOVE "EL RESPONSABLE DEBE SER ADULTO O DOCENTE"
233185             TO WS-FAM-MOTIVO
233190     END-IF.
233195     IF WS-FAM-MOTIVO = SPACES
233200         DISPLAY "Responsable: " USR-NOMBRE
233205     END-IF.
233210     MOVE WS-FAM-REG-GUARDA TO REG-USUARIO.
233215 USUARIOS-VALIDAR-RESPONSABLE-EXIT.
233220     EXIT.
233225*
233230*  USUARIOS-CONSULTAR-MENOR -- nacimiento y responsable del menor
233235*  en la consulta; avisa si ya cumplio la mayoria de edad.
233240 USUARIOS-CONSULTAR-MENOR.
233245     IF USR-FECHA-NACIMIENTO NOT NUMERIC
233250         OR USR-FECHA-NACIMIENTO = ZERO
233255         DISPLAY "Nacimiento..: no registrado"
233260     ELSE
233265         DISPLAY "Nacimiento..: " USR-FECHA-NACIMIENTO
233270         COMPUTE WS-FAM-LIMITE-MAYORIA =
233275             WS-FECHA-HOY - WS-EDAD-MAYORIA * 10000
233280         IF USR-FECHA-NACIMIENTO NOT > WS-FAM-LIMITE-MAYORIA
233285             DISPLAY "  Ya cumplio la mayoria de edad; pasarlo"
233290                 " a adulto."
233295         END-IF
233300     END-IF.
233305     IF USR-RESPONSABLE = SPACES
233310         DISPLAY "Responsable.: SIN RESPONSABLE ASIGNADO"
233315         GO TO USUARIOS-CONSULTAR-MENOR-EXIT
233320     END-IF.
233325     MOVE USR-RESPONSABLE TO WS-FAM-RESPONSABLE.
233330     MOVE WS-FAM-RESPONSABLE TO USR-ID.
233335     READ ARCH-USUARIOS KEY IS USR-ID
233340         INVALID KEY
233345             DISPLAY "Responsable.: " WS-FAM-RESPONSABLE
233350                 " (no registrado)"
233355             GO TO USUARIOS-CONSULTAR-MENOR-EXIT
233360     END-READ.
233365     DISPLAY "Responsable.: " WS-FAM-RESPONSABLE " " USR-NOMBRE.
233370     IF NOT USR-ACTIVO
233375         DISPLAY "  El responsable esta inactivo."
233380     END-IF.
233385 USUARIOS-CONSULTAR-MENOR-EXIT.
233390     EXIT.
233395*
233400*  USUARIOS-MENORES-A-CARGO -- muestra y cuenta en WS-FAM-MENORES
233405*  los menores a cargo de WS-FAM-CABEZA.
233410 USUARIOS-MENORES-A-CARGO.
233415     MOVE ZERO TO WS-FAM-MENORES.
233420     PERFORM FAMILIA-MENORES-INICIAR THRU
233425         FAMILIA-MENORES-INICIAR-EXIT.
233430     PERFORM USUARIOS-MENORES-A-CARGO-LEER THRU
233435         USUARIOS-MENORES-A-CARGO-LEER-EXIT UNTIL FIN-FAMILIA.
233440 USUARIOS-MENORES-A-CARGO-EXIT.
233445     EXIT.
233450*
233455 USUARIOS-MENORES-A-CARGO-LEER.
233460     READ ARCH-USUARIOS NEXT RECORD
233465         AT END
233470             SET FIN-FAMILIA TO TRUE
233475             GO TO USUARIOS-MENORES-A-CARGO-LEER-EXIT
233480     END-READ.
233485     IF USR-RESPONSABLE NOT = WS-FAM-CABEZA
233490         SET FIN-FAMILIA TO TRUE
233495         GO TO USUARIOS-MENORES-A-CARGO-LEER-EXIT
233500     END-IF.
233505     IF NOT USR-CAT-NINO
233510         GO TO USUARIOS-MENORES-A-CARGO-LEER-EXIT
233515     END-IF.
233520     ADD 1 TO WS-FAM-MENORES.
233525     DISPLAY "Menor a cargo: " USR-ID " " USR-NOMBRE
233530         " estado " USR-ESTADO.
233535 USUARIOS-MENORES-A-CARGO-LEER-EXIT.
233540     EXIT.
233545*
233550*  USUARIOS-MENORES-LISTAR -- MENORES.TXT: menores activos sin
233555*  responsable vigente (sin asignar, no registrado, inactivo o
233560*  que ya no es adulto ni docente), menores que ya cumplieron la
233565*  mayoria de edad para pasarlos a adulto, y menores sin fecha de
233570*  nacimiento registrada (anteriores a la cuenta familiar).
233575 USUARIOS-MENORES-LISTAR.
233580     MOVE "N" TO WS-SW-FILTRO-OK.
233585     PERFORM FILTRO-SUCURSAL-PEDIR THRU
233590         FILTRO-SUCURSAL-PEDIR-EXIT UNTIL FILTRO-ACEPTADO.
233595     COMPUTE WS-FAM-LIMITE-MAYORIA =
233600         WS-FECHA-HOY - WS-EDAD-MAYORIA * 10000.
233605     MOVE ZERO TO WS-FAM-SIN-RESP.
233610     MOVE ZERO TO WS-FAM-MAYORES.
233615     MOVE ZERO TO WS-FAM-SIN-FECHA.
233620     OPEN OUTPUT ARCH-MENORES.
233625     MOVE SPACES TO WS-LINEA-FAM.
233630     STRING "MENORES A REVISAR AL " DELIMITED BY SIZE
233635         WS-FECHA-HOY       DELIMITED BY SIZE
233640         INTO WS-LINEA-FAM
233645     END-STRING.
233650     MOVE WS-LINEA-FAM TO REG-MENOR.
233655     WRITE REG-MENOR.
233660     IF WS-SUCURSAL-FILTRO = SPACES
233665         MOVE "TODAS LAS SUCURSALES" TO REG-MENOR
233670     ELSE
233675         MOVE SPACES TO REG-MENOR
233680         STRING "SUCURSAL "     DELIMITED BY SIZE
233685             WS-SUCURSAL-FILTRO DELIMITED BY SIZE
233690             INTO REG-MENOR
233695         END-STRING
233700     END-IF.
233705     WRITE REG-MENOR.
233710     MOVE "-- MENORES SIN RESPONSABLE VIGENTE --" TO REG-MENOR.
233715     WRITE REG-MENOR.
233720     MOVE LOW-VALUE TO USR-ID.
233725     MOVE "N" TO WS-SW-FIN-LECTURA.
233730     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
233735         INVALID KEY SET FIN-LECTURA TO TRUE
233740     END-START.
233745     PERFORM USUARIOS-MEN-RESP-LEER THRU
233750         USUARIOS-MEN-RESP-LEER-EXIT UNTIL FIN-LECTURA.
233755     IF WS-FAM-SIN-RESP = ZERO
233760         MOVE "  (NINGUNO)" TO REG-MENOR
233765         WRITE REG-MENOR
233770     END-IF.
233775     MOVE "-- MENORES QUE YA CUMPLIERON LA MAYORIA DE EDAD --"
233780         TO REG-MENOR.
233785     WRITE REG-MENOR.
233790     MOVE LOW-VALUE TO USR-ID.
233795     MOVE "N" TO WS-SW-FIN-LECTURA.
233800     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
233805         INVALID KEY SET FIN-LECTURA TO TRUE
233810     END-START.
233815     PERFORM USUARIOS-MEN-EDAD-LEER THRU
233820         USUARIOS-MEN-EDAD-LEER-EXIT UNTIL FIN-LECTURA.
233825     IF WS-FAM-MAYORES = ZERO
233830         MOVE "  (NINGUNO)" TO REG-MENOR
233835         WRITE REG-MENOR
233840     END-IF.
233845     IF WS-FAM-SIN-FECHA > ZERO
233850         MOVE "-- MENORES SIN FECHA DE NACIMIENTO REGISTRADA --"
233855             TO REG-MENOR
233860         WRITE REG-MENOR
233865         MOVE ZERO TO WS-FAM-SIN-FECHA
233870         MOVE LOW-VALUE TO USR-ID
233875         MOVE "N" TO WS-SW-FIN-LECTURA
233880         START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
233885             INVALID KEY SET FIN-LECTURA TO TRUE
233890         END-START
233895         PERFORM USUARIOS-MEN-FECHA-LEER THRU
233900             USUARIOS-MEN-FECHA-LEER-EXIT UNTIL FIN-LECTURA
233905     END-IF.
233910     MOVE SPACES TO WS-LINEA-FAM.
233915     STRING "SIN RESPONSABLE VIGENTE: " DELIMITED BY SIZE
233920         WS-FAM-SIN-RESP    DELIMITED BY SIZE
233925         "  MAYORES DE EDAD: " DELIMITED BY SIZE
233930         WS-FAM-MAYORES     DELIMITED BY SIZE
233935         "  SIN FECHA DE NACIMIENTO: " DELIMITED BY SIZE
233940         WS-FAM-SIN-FECHA   DELIMITED BY SIZE
233945         INTO WS-LINEA-FAM
233950     END-STRING.
233955     MOVE WS-LINEA-FAM TO REG-MENOR.
233960     WRITE REG-MENOR.
233965     CLOSE ARCH-MENORES.
233970     DISPLAY "Sin responsable vigente: " WS-FAM-SIN-RESP
233975         "; mayores de edad: " WS-FAM-MAYORES
233980         "; sin fecha de nacimiento: " WS-FAM-SIN-FECHA.
233985     DISPLAY "Detalle en MENORES.TXT.".
233990 USUARIOS-MENORES-LISTAR-EXIT.
233995     EXIT.
234000*
234005*  USUARIOS-MEN-RESP-LEER -- primera pasada. Para revisar al
234010*  responsable se lee su registro y despues se reposiciona el
234015*  recorrido en el usuario siguiente al menor.
234020 USUARIOS-MEN-RESP-LEER.
234025     READ ARCH-USUARIOS NEXT RECORD
234030         AT END
234035             SET FIN-LECTURA TO TRUE
234040             GO TO USUARIOS-MEN-RESP-LEER-EXIT
234045     END-READ.
234050     IF NOT USR-CAT-NINO OR NOT USR-ACTIVO
234055         GO TO USUARIOS-MEN-RESP-LEER-EXIT
234060     END-IF.
234065     IF WS-SUCURSAL-FILTRO NOT = SPACES
234070         AND USR-SUCURSAL NOT = WS-SUCURSAL-FILTRO
234075         GO TO USUARIOS-MEN-RESP-LEER-EXIT
234080     END-IF.
234085     IF USR-FECHA-NACIMIENTO NOT NUMERIC
234090         OR USR-FECHA-NACIMIENTO = ZERO
234095         ADD 1 TO WS-FAM-SIN-FECHA
234100     END-IF.
234105     MOVE USR-ID          TO WS-FAM-ULT-ID.
234110     MOVE USR-NOMBRE      TO WS-FAM-NOMBRE.
234115     MOVE USR-SUCURSAL    TO WS-FAM-SUCURSAL.
234120     MOVE USR-RESPONSABLE TO WS-FAM-RESPONSABLE.
234125     MOVE SPACES          TO WS-FAM-MOTIVO.
234130     IF WS-FAM-RESPONSABLE = SPACES
234135         MOVE "SIN RESPONSABLE ASIGNADO" TO WS-FAM-MOTIVO
234140     ELSE
234145         MOVE WS-FAM-RESPONSABLE TO USR-ID
234150         READ ARCH-USUARIOS KEY IS USR-ID
234155             INVALID KEY
234160                 MOVE "RESPONSABLE NO REGISTRADO"
234165                     TO WS-FAM-MOTIVO
234170             NOT INVALID KEY
234175                 IF NOT USR-ACTIVO
234180                     MOVE "RESPONSABLE INACTIVO"
234185                         TO WS-FAM-MOTIVO
234190                 END-IF
234195                 IF USR-ACTIVO AND NOT USR-CAT-ADULTO
234200                     AND NOT USR-CAT-DOCENTE
234205                     MOVE "RESPONSABLE YA NO ES ADULTO"
234210                         TO WS-FAM-MOTIVO
234215                 END-IF
234220         END-READ
234225         MOVE WS-FAM-ULT-ID TO USR-ID
234230         START ARCH-USUARIOS KEY IS GREATER THAN USR-ID
234235             INVALID KEY SET FIN-LECTURA TO TRUE
234240         END-START
234245     END-IF.
234250     IF WS-FAM-MOTIVO = SPACES
234255         GO TO USUARIOS-MEN-RESP-LEER-EXIT
234260     END-IF.
234265     ADD 1 TO WS-FAM-SIN-RESP.
234270     MOVE SPACES TO WS-LINEA-FAM.
234275     STRING WS-FAM-ULT-ID   DELIMITED BY SIZE
234280         " "                DELIMITED BY SIZE
234285         WS-FAM-NOMBRE      DELIMITED BY SIZE
234290         " "                DELIMITED BY SIZE
234295         WS-FAM-SUCURSAL    DELIMITED BY SIZE
234300         " RESP. "          DELIMITED BY SIZE
234305         WS-FAM-RESPONSABLE DELIMITED BY SIZE
234310         " "                DELIMITED BY SIZE
234315         WS-FAM-MOTIVO      DELIMITED BY SIZE
234320         INTO WS-LINEA-FAM
234325     END-STRING.
234330     MOVE WS-LINEA-FAM TO REG-MENOR.
234335     WRITE REG-MENOR.
234340 USUARIOS-MEN-RESP-LEER-EXIT.
234345     EXIT.
234350*
234355 USUARIOS-MEN-EDAD-LEER.
234360     READ ARCH-USUARIOS NEXT RECORD
234365         AT END
234370             SET FIN-LECTURA TO TRUE
234375             GO TO USUARIOS-MEN-EDAD-LEER-EXIT
234380     END-READ.
234385     IF NOT USR-CAT-NINO OR NOT USR-ACTIVO
234390         GO TO USUARIOS-MEN-EDAD-LEER-EXIT
234395     END-IF.
234400     IF WS-SUCURSAL-FILTRO NOT = SPACES
234405         AND USR-SUCURSAL NOT = WS-SUCURSAL-FILTRO
234410         GO TO USUARIOS-MEN-EDAD-LEER-EXIT
234415     END-IF.
234420     IF USR-FECHA-NACIMIENTO NOT NUMERIC
234425         OR USR-FECHA-NACIMIENTO = ZERO
234430         OR USR-FECHA-NACIMIENTO > WS-FAM-LIMITE-MAYORIA
234435         GO TO USUARIOS-MEN-EDAD-LEER-EXIT
234440     END-IF.
234445     ADD 1 TO WS-FAM-MAYORES.
234450     MOVE SPACES TO WS-LINEA-FAM.
234455     STRING USR-ID          DELIMITED BY SIZE
234460         " "                DELIMITED BY SIZE
234465         USR-NOMBRE         DELIMITED BY SIZE
234470         " "                DELIMITED BY SIZE
234475         USR-SUCURSAL       DELIMITED BY SIZE
234480         " NACIO "          DELIMITED BY SIZE
234485         USR-FECHA-NACIMIENTO DELIMITED BY SIZE
234490         " RESP. "          DELIMITED BY SIZE
234495         USR-RESPONSABLE    DELIMITED BY SIZE
234500         INTO WS-LINEA-FAM
234505     END-STRING.
234510     MOVE WS-LINEA-FAM TO REG-MENOR.
234515     WRITE REG-MENOR.
234520 USUARIOS-MEN-EDAD-LEER-EXIT.
234525     EXIT.
234530*
234535 USUARIOS-MEN-FECHA-LEER.
234540     READ ARCH-USUARIOS NEXT RECORD
234545         AT END
234550             SET FIN-LECTURA TO TRUE
234555             GO TO USUARIOS-MEN-FECHA-LEER-EXIT
234560     END-READ.
234565     IF NOT USR-CAT-NINO OR NOT USR-ACTIVO
234570         GO TO USUARIOS-MEN-FECHA-LEER-EXIT
234575     END-IF.
234580     IF WS-SUCURSAL-FILTRO NOT = SPACES
234585         AND USR-SUCURSAL NOT = WS-SUCURSAL-FILTRO
234590         GO TO USUARIOS-MEN-FECHA-LEER-EXIT
234595     END-IF.
234600     IF USR-FECHA-NACIMIENTO NUMERIC
234605         AND USR-FECHA-NACIMIENTO > ZERO
234610         GO TO USUARIOS-MEN-FECHA-LEER-EXIT
234615     END-IF.
234620     ADD 1 TO WS-FAM-SIN-FECHA.
234625     MOVE SPACES TO WS-LINEA-FAM.
234630     STRING USR-ID          DELIMITED BY SIZE
234635         " "                DELIMITED BY SIZE
234640         USR-NOMBRE         DELIMITED BY SIZE
234645         " "                DELIMITED BY SIZE
234650         USR-SUCURSAL       DELIMITED BY SIZE
234655         " RESP. "          DELIMITED BY SIZE
234660         USR-RESPONSABLE    DELIMITED BY SIZE
234665         INTO WS-LINEA-FAM
234670     END-STRING.
234675     MOVE WS-LINEA-FAM TO REG-MENOR.
234680     WRITE REG-MENOR.
234685 USUARIOS-MEN-FECHA-LEER-EXIT.
234690     EXIT.
234695*
234700*  PENALIZACIONES-PAGAR-MENORES -- agrega al listado de cobro las
234705*  multas pendientes de los menores a cargo de quien paga.
234710 PENALIZACIONES-PAGAR-MENORES.
234715     MOVE WS-USR-ID-BUSQUEDA TO WS-FAM-ORIGEN.
234720     MOVE WS-USR-ID-BUSQUEDA TO WS-FAM-CABEZA.
234725     PERFORM FAMILIA-MENORES-INICIAR THRU
234730         FAMILIA-MENORES-INICIAR-EXIT.
234735     PERFORM PENALIZACIONES-PAGAR-MENOR-LEER THRU
234740         PENALIZACIONES-PAGAR-MENOR-LEER-EXIT UNTIL FIN-FAMILIA.
234745     MOVE WS-FAM-ORIGEN TO WS-USR-ID-BUSQUEDA.
234750 PENALIZACIONES-PAGAR-MENORES-EXIT.
234755     EXIT.
234760*
234765 PENALIZACIONES-PAGAR-MENOR-LEER.
234770     READ ARCH-USUARIOS NEXT RECORD
234775         AT END
234780             SET FIN-FAMILIA TO TRUE
234785             GO TO PENALIZACIONES-PAGAR-MENOR-LEER-EXIT
234790     END-READ.
234795     IF USR-RESPONSABLE NOT = WS-FAM-CABEZA
234800         SET FIN-FAMILIA TO TRUE
234805         GO TO PENALIZACIONES-PAGAR-MENOR-LEER-EXIT
234810     END-IF.
234815     IF NOT USR-CAT-NINO
234820         GO TO PENALIZACIONES-PAGAR-MENOR-LEER-EXIT
234825     END-IF.
234830     DISPLAY "Menor a cargo " USR-ID " " USR-NOMBRE ":".
234835     MOVE USR-ID TO WS-USR-ID-BUSQUEDA.
234840     MOVE USR-ID TO PEN-USR-ID.
234845     MOVE "N" TO WS-SW-FIN-LECTURA.
234850     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-USR-ID
234855         INVALID KEY SET FIN-LECTURA TO TRUE
234860     END-START.
234865     PERFORM PENALIZACIONES-PAGAR-LISTAR-LEER THRU
234870         PENALIZACIONES-PAGAR-LISTAR-LEER-EXIT UNTIL FIN-LECTURA.
234875     MOVE WS-FAM-ORIGEN TO WS-USR-ID-BUSQUEDA.
234880 PENALIZACIONES-PAGAR-MENOR-LEER-EXIT.
234885     EXIT.
234890*
234895*  PENALIZACIONES-PAGAR-ES-MENOR -- la multa en memoria es de un
234900*  menor a cargo de quien paga (WS-USR-ID-BUSQUEDA).
234905 PENALIZACIONES-PAGAR-ES-MENOR.
234910     MOVE "N" TO WS-SW-FAM-MENOR.
234915     MOVE PEN-USR-ID TO USR-ID.
234920     READ ARCH-USUARIOS KEY IS USR-ID
234925         INVALID KEY
234930             GO TO PENALIZACIONES-PAGAR-ES-MENOR-EXIT
234935     END-READ.
234940     IF USR-CAT-NINO AND USR-RESPONSABLE = WS-USR-ID-BUSQUEDA
234945         SET FAM-MENOR-A-CARGO TO TRUE
234950     END-IF.
234955 PENALIZACIONES-PAGAR-ES-MENOR-EXIT.
234960     EXIT.
234965*
234970*  VERIFICAR-MOROSIDAD-FAMILIA -- aplica las reglas de morosidad
234975*  a la suma del grupo familiar de WS-USR-ID-BUSQUEDA: su
234980*  responsable (si es menor) y todos los menores a cargo de
234985*  este. Conserva REG-USUARIO y WS-USR-ID-BUSQUEDA.
234990 VERIFICAR-MOROSIDAD-FAMILIA.
234995     MOVE REG-USUARIO TO WS-FAM-REG-GUARDA.
235000     MOVE WS-USR-ID-BUSQUEDA TO WS-FAM-ORIGEN.
235005     PERFORM VERIFICAR-MOROSIDAD-GRUPO THRU
235010         VERIFICAR-MOROSIDAD-GRUPO-EXIT.
235015     MOVE WS-FAM-ORIGEN TO WS-USR-ID-BUSQUEDA.
235020     MOVE WS-FAM-REG-GUARDA TO REG-USUARIO.
235025 VERIFICAR-MOROSIDAD-FAMILIA-EXIT.
235030     EXIT.
235035*
235040 VERIFICAR-MOROSIDAD-GRUPO.
235045     MOVE ZERO TO WS-FAM-MIEMBROS.
235050     MOVE WS-FAM-ORIGEN TO USR-ID.
235055     READ ARCH-USUARIOS KEY IS USR-ID
235060         INVALID KEY
235065             GO TO VERIFICAR-MOROSIDAD-GRUPO-EXIT
235070     END-READ.
235075     IF USR-CAT-NINO AND USR-RESPONSABLE NOT = SPACES
235080         MOVE USR-RESPONSABLE TO WS-FAM-CABEZA
235085         MOVE WS-FAM-CABEZA TO WS-USR-ID-BUSQUEDA
235090         PERFORM VERIFICAR-MOROSIDAD-ACUMULAR THRU
235095             VERIFICAR-MOROSIDAD-ACUMULAR-EXIT
235100         ADD 1 TO WS-FAM-MIEMBROS
235105     ELSE
235110         MOVE WS-FAM-ORIGEN TO WS-FAM-CABEZA
235115     END-IF.
235120     PERFORM FAMILIA-MENORES-INICIAR THRU
235125         FAMILIA-MENORES-INICIAR-EXIT.
235130     PERFORM VERIFICAR-MOROSIDAD-MENOR-LEER THRU
235135         VERIFICAR-MOROSIDAD-MENOR-LEER-EXIT UNTIL FIN-FAMILIA.
235140     IF WS-FAM-MIEMBROS = ZERO
235145         GO TO VERIFICAR-MOROSIDAD-GRUPO-EXIT
235150     END-IF.
235155     IF WS-PEN-TOTAL-PENDIENTE > WS-TOPE-MULTA-MOROSO
235160         SET USUARIO-MOROSO TO TRUE
235165         SET MOROSO-POR-GRUPO TO TRUE
235170         MOVE WS-PEN-TOTAL-PENDIENTE TO WS-MONTO-EDITADO
235175         MOVE WS-TOPE-MULTA-MOROSO   TO WS-MONTO-EDITADO-2
235180         IF NOT EN-AUTOSERVICIO
235185             DISPLAY "El grupo familiar debe " WS-MONTO-EDITADO
235190                 " en multas pendientes (tope "
235195                 WS-MONTO-EDITADO-2 ")."
235200         END-IF
235205     END-IF.
235210     IF WS-MORA-DIAS-MAX > WS-TOPE-DIAS-MORA
235215         SET USUARIO-MOROSO TO TRUE
235220         SET MOROSO-POR-GRUPO TO TRUE
235225         IF NOT EN-AUTOSERVICIO
235230             DISPLAY "Un miembro del grupo familiar tiene un"
235235                 " prestamo con " WS-MORA-DIAS-MAX
235240                 " dias de atraso (tope " WS-TOPE-DIAS-MORA ")."
235245         END-IF
235250     END-IF.
235255 VERIFICAR-MOROSIDAD-GRUPO-EXIT.
235260     EXIT.
235265*
235270 VERIFICAR-MOROSIDAD-MENOR-LEER.
235275     READ ARCH-USUARIOS NEXT RECORD
235280         AT END
235285             SET FIN-FAMILIA TO TRUE
235290             GO TO VERIFICAR-MOROSIDAD-MENOR-LEER-EXIT
235295     END-READ.
235300     IF USR-RESPONSABLE NOT = WS-FAM-CABEZA
235305         SET FIN-FAMILIA TO TRUE
235310         GO TO VERIFICAR-MOROSIDAD-MENOR-LEER-EXIT
235315     END-IF.
235320     IF NOT USR-CAT-NINO OR USR-ID = WS-FAM-ORIGEN
235325         GO TO VERIFICAR-MOROSIDAD-MENOR-LEER-EXIT
235330     END-IF.
235335     MOVE USR-ID TO WS-USR-ID-BUSQUEDA.
235340     PERFORM VERIFICAR-MOROSIDAD-ACUMULAR THRU
235345         VERIFICAR-MOROSIDAD-ACUMULAR-EXIT.
235350     ADD 1 TO WS-FAM-MIEMBROS.
235355 VERIFICAR-MOROSIDAD-MENOR-LEER-EXIT.
235360     EXIT.
235365*
235370*  ESTADO-CUENTA-MENORES -- prestamos abiertos y multas pendientes
235375*  de cada menor a cargo del usuario del estado de cuenta, con el
235380*  saldo de cada uno y el total pendiente del grupo familiar.
235385 ESTADO-CUENTA-MENORES.
235390     MOVE WS-USR-ID-BUSQUEDA TO WS-FAM-ORIGEN.
235395     MOVE WS-USR-ID-BUSQUEDA TO WS-FAM-CABEZA.
235400     MOVE ZERO TO WS-FAM-MENORES.
235405     MOVE WS-EC-MULTAS-TOTAL TO WS-FAM-TOTAL-GRUPO.
235410     PERFORM FAMILIA-MENORES-INICIAR THRU
235415         FAMILIA-MENORES-INICIAR-EXIT.
235420     PERFORM ESTADO-CUENTA-MENOR-LEER THRU
235425         ESTADO-CUENTA-MENOR-LEER-EXIT UNTIL FIN-FAMILIA.
235430     MOVE WS-FAM-ORIGEN TO WS-USR-ID-BUSQUEDA.
235435     IF WS-FAM-MENORES = ZERO
235440         GO TO ESTADO-CUENTA-MENORES-EXIT
235445     END-IF.
235450     MOVE WS-FAM-TOTAL-GRUPO TO WS-MONTO-EDITADO.
235455     MOVE SPACES TO WS-LINEA-EC.
235460     STRING "TOTAL PENDIENTE DEL GRUPO FAMILIAR: "
235465                           DELIMITED BY SIZE
235470         WS-MONTO-EDITADO  DELIMITED BY SIZE
235475         INTO WS-LINEA-EC
235480     END-STRING.
235485     MOVE WS-LINEA-EC TO REG-ESTADOCTA.
235490     WRITE REG-ESTADOCTA.
235495 ESTADO-CUENTA-MENORES-EXIT.
235500     EXIT.
235505*
235510 ESTADO-CUENTA-MENOR-LEER.
235515     READ ARCH-USUARIOS NEXT RECORD
235520         AT END
235525             SET FIN-FAMILIA TO TRUE
235530             GO TO ESTADO-CUENTA-MENOR-LEER-EXIT
235535     END-READ.
235540     IF USR-RESPONSABLE NOT = WS-FAM-CABEZA
235545         SET FIN-FAMILIA TO TRUE
235550         GO TO ESTADO-CUENTA-MENOR-LEER-EXIT
235555     END-IF.
235560     IF NOT USR-CAT-NINO
235565         GO TO ESTADO-CUENTA-MENOR-LEER-EXIT
235570     END-IF.
235575     IF WS-FAM-MENORES = ZERO
235580         MOVE "-- MENORES A CARGO --" TO REG-ESTADOCTA
235585         WRITE REG-ESTADOCTA
235590     END-IF.
235595     ADD 1 TO WS-FAM-MENORES.
235600     MOVE SPACES TO WS-LINEA-EC.
235605     STRING "MENOR "       DELIMITED BY SIZE
235610         USR-ID            DELIMITED BY SIZE
235615         " "               DELIMITED BY SIZE
235620         USR-NOMBRE        DELIMITED BY SIZE
235625         INTO WS-LINEA-EC
235630     END-STRING.
235635     MOVE WS-LINEA-EC TO REG-ESTADOCTA.
235640     WRITE REG-ESTADOCTA.
235645     PERFORM POLITICA-DEL-USUARIO THRU
235650         POLITICA-DEL-USUARIO-EXIT.
235655     MOVE USR-ID TO WS-USR-ID-BUSQUEDA.
235660     MOVE ZERO TO WS-EC-CONTADOR.
235665     MOVE WS-USR-ID-BUSQUEDA TO PRE-USR-ID.
235670     MOVE "N" TO WS-SW-FIN-LECTURA.
235675     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-USR-ID
235680         INVALID KEY SET FIN-LECTURA TO TRUE
235685     END-START.
235690     PERFORM ESTADO-CUENTA-PRESTAMO-LEER THRU
235695         ESTADO-CUENTA-PRESTAMO-LEER-EXIT UNTIL FIN-LECTURA.
235700     IF WS-EC-CONTADOR = ZERO
235705         MOVE "  (SIN PRESTAMOS ABIERTOS)" TO REG-ESTADOCTA
235710         WRITE REG-ESTADOCTA
235715     END-IF.
235720     MOVE ZERO TO WS-EC-CONTADOR.
235725     MOVE ZERO TO WS-EC-MULTAS-TOTAL.
235730     MOVE WS-USR-ID-BUSQUEDA TO PEN-USR-ID.
235735     MOVE "N" TO WS-SW-FIN-LECTURA.
235740     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-USR-ID
235745         INVALID KEY SET FIN-LECTURA TO TRUE
235750     END-START.
235755     PERFORM ESTADO-CUENTA-MULTA-LEER THRU
235760         ESTADO-CUENTA-MULTA-LEER-EXIT UNTIL FIN-LECTURA.
235765     ADD WS-EC-MULTAS-TOTAL TO WS-FAM-TOTAL-GRUPO.
235770     MOVE WS-EC-MULTAS-TOTAL TO WS-MONTO-EDITADO.
235775     MOVE SPACES TO WS-LINEA-EC.
235780     STRING "SALDO PENDIENTE DEL MENOR: " DELIMITED BY SIZE
235785         WS-MONTO-EDITADO  DELIMITED BY SIZE
235790         INTO WS-LINEA-EC
235795     END-STRING.
235800     MOVE WS-LINEA-EC TO REG-ESTADOCTA.
235805     WRITE REG-ESTADOCTA.
235810     MOVE WS-FAM-ORIGEN TO WS-USR-ID-BUSQUEDA.
235815 ESTADO-CUENTA-MENOR-LEER-EXIT.
235820     EXIT.
235825*
235830* -----------------------------------------------------------------
235835*  UTILERIAS-ANONIMIZAR -- proteccion de datos: reemplaza la
235840*  cedula por un identificador anonimo ("*A" y un consecutivo)
235845*  en los movimientos cerrados hace mas de N anos y en todos los
235850*  de los usuarios dados de baja, cuyo registro en USUARIOS
235855*  queda reducido a categoria, sucursal y fecha de registro para
235860*  que las estadisticas de circulacion sigan cuadrando. No se
235865*  toca a quien tenga prestamos, multas, reservas o prestamos
235870*  interbibliotecarios abiertos; quedan en el acta como
235875*  retenidos. Cada corrida deja su acta en ACTAANON.TXT.
235880* -----------------------------------------------------------------
235885 UTILERIAS-ANONIMIZAR.
235890     DISPLAY "Anos de historial identificable a conservar: ".
235895     ACCEPT WS-ANON-ANOS.
235900     IF WS-ANON-ANOS NOT NUMERIC OR WS-ANON-ANOS = ZERO
235905         DISPLAY "Indique al menos un ano."
235910         GO TO UTILERIAS-ANONIMIZAR-EXIT
235915     END-IF.
235920     PERFORM UTILERIAS-ANON-CORTE THRU UTILERIAS-ANON-CORTE-EXIT.
235925     DISPLAY "Se anonimizaran los movimientos cerrados antes del "
235930         WS-ANON-FECHA-CORTE.
235935     DISPLAY "y todos los de los usuarios dados de baja. El".
235940     DISPLAY "cambio no se puede deshacer.".
235945     DISPLAY "Confirma (S/N): ".
235950     ACCEPT WS-RESPUESTA.
235955     IF WS-RESPUESTA NOT = "S"
235960         DISPLAY "Anonimizacion cancelada."
235965         GO TO UTILERIAS-ANONIMIZAR-EXIT
235970     END-IF.
235975     SET ANON-GENERAL TO TRUE.
235980     PERFORM UTILERIAS-ANON-EJECUTAR THRU
235985         UTILERIAS-ANON-EJECUTAR-EXIT.
235990 UTILERIAS-ANONIMIZAR-EXIT.
235995     EXIT.
236000*
236005*  UTILERIAS-ANON-CORTE -- fecha de corte a partir de los anos a
236010*  conservar en WS-ANON-ANOS, igual que el cierre anual.
236015 UTILERIAS-ANON-CORTE.
236020     MOVE FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
236025         TO WS-ENTERO-FECHA-1.
236030     COMPUTE WS-ENTERO-FECHA-2 = WS-ENTERO-FECHA-1 -
236035       (WS-ANON-ANOS * 365).
236040     MOVE FUNCTION DATE-OF-INTEGER(WS-ENTERO-FECHA-2)
236045         TO WS-ANON-FECHA-CORTE.
236050 UTILERIAS-ANON-CORTE-EXIT.
236055     EXIT.
236060*
236065* -----------------------------------------------------------------
236070*  UTILERIAS-SUPRIMIR -- solicitud individual de supresion: la
236075*  cedula pedida se reemplaza en todos sus movimientos, sin
236080*  importar la antiguedad, y su registro de USUARIOS queda
236085*  anonimo. Se rechaza si tiene algo abierto. La cedula no
236090*  queda en el acta; solo el numero de la solicitud.
236095* -----------------------------------------------------------------
236100 UTILERIAS-SUPRIMIR.
236105     DISPLAY "Cedula del titular que pide la supresion: ".
236110     ACCEPT WS-ANON-SOLICITADA.
236115     IF WS-ANON-SOLICITADA = SPACES
236120         GO TO UTILERIAS-SUPRIMIR-EXIT
236125     END-IF.
236130     MOVE WS-ANON-SOLICITADA TO WS-ANON-CEDULA.
236135     IF ANON-ES-ANONIMO
236140         DISPLAY "Ese identificador ya es anonimo."
236145         GO TO UTILERIAS-SUPRIMIR-EXIT
236150     END-IF.
236155     MOVE WS-ANON-SOLICITADA TO USR-ID.
236160     READ ARCH-USUARIOS KEY IS USR-ID
236165         INVALID KEY
236170             DISPLAY "La cedula no esta en USUARIOS; se"
236175             DISPLAY "suprimira de movimientos e historicos."
236180         NOT INVALID KEY
236185             DISPLAY "Usuario: " USR-NOMBRE
236190                 " Estado: " USR-ESTADO
236195             MOVE USR-ID TO WS-FAM-CABEZA
236200             PERFORM USUARIOS-MENORES-A-CARGO THRU
236205                 USUARIOS-MENORES-A-CARGO-EXIT
236210             IF WS-FAM-MENORES > ZERO
236215                 DISPLAY "Atencion: esos menores quedaran sin"
236220                 DISPLAY "responsable vigente; asigneles otro."
236225             END-IF
236230     END-READ.
236235     DISPLAY "Numero de la solicitud del titular: ".
236240     ACCEPT WS-ANON-REFERENCIA.
236245     IF WS-ANON-REFERENCIA = SPACES
236250         DISPLAY "Indique el numero de la solicitud."
236255         GO TO UTILERIAS-SUPRIMIR-EXIT
236260     END-IF.
236265     DISPLAY "Los datos personales se suprimiran de forma".
236270     DISPLAY "definitiva. Confirma (S/N): ".
236275     ACCEPT WS-RESPUESTA.
236280     IF WS-RESPUESTA NOT = "S"
236285         DISPLAY "Supresion cancelada."
236290         GO TO UTILERIAS-SUPRIMIR-EXIT
236295     END-IF.
236300     SET ANON-INDIVIDUAL TO TRUE.
236305     PERFORM UTILERIAS-ANON-EJECUTAR THRU
236310         UTILERIAS-ANON-EJECUTAR-EXIT.
236315     IF WS-ANON-MOTIVO NOT = SPACES
236320         DISPLAY "Supresion rechazada: " WS-ANON-MOTIVO
236325         DISPLAY "Debe regularizarse antes de suprimir."
236330     END-IF.
236335 UTILERIAS-SUPRIMIR-EXIT.
236340     EXIT.
236345*
236350* -----------------------------------------------------------------
236355*  UTILERIAS-ANON-EJECUTAR -- cuerpo sin dialogos. En modo general
236360*  (ANON-GENERAL) usa WS-ANON-ANOS; en modo individual
236365*  (ANON-INDIVIDUAL) WS-ANON-SOLICITADA y WS-ANON-REFERENCIA.
236370*  TRABANON.DAT guarda, por cedula, la decision de la corrida:
236375*    R  retenida por algo abierto; no se toca nada suyo;
236380*    T  total (baja o supresion): todos sus registros;
236385*    H  historica: solo los movimientos cerrados antes del corte.
236390*  Los archivos de linea (HISTPRE, HISTPEN, AUDITORIA) se copian
236395*  a TRABCOPIA.DAT y se devuelven solo si algo cambio. Al final
236398*  los dos archivos de trabajo quedan vacios, porque enlazan cada
236401*  cedula con su identificador anonimo, y se regeneran los
236404*  respaldos, para que los .RSP y el DIARIO no conserven las
236407*  cedulas reemplazadas.
236410* -----------------------------------------------------------------
236415 UTILERIAS-ANON-EJECUTAR.
236420     MOVE "N" TO WS-SW-ANON-ERROR.
236425     INITIALIZE TABLA-ANON-CONTEOS.
236430     MOVE ZERO TO WS-ANON-PER-TOTAL.
236435     MOVE ZERO TO WS-ANON-PER-HIST.
236440     MOVE ZERO TO WS-ANON-PER-RETENIDAS.
236445     MOVE ZERO TO WS-ANON-BAJAS-RETENIDAS.
236450     MOVE ZERO TO WS-ANON-REG-CREADOS.
236455     MOVE ZERO TO WS-ANON-MENORES.
236460     MOVE ZERO TO WS-ANON-TOTAL.
236465     MOVE SPACES TO WS-ANON-MOTIVO.
236470     IF ANON-GENERAL
236475         PERFORM UTILERIAS-ANON-CORTE THRU
236480             UTILERIAS-ANON-CORTE-EXIT
236485         MOVE SPACES TO WS-ANON-SOLICITADA
236490         MOVE SPACES TO WS-ANON-REFERENCIA
236495     ELSE
236500         MOVE ZERO TO WS-ANON-ANOS
236505         MOVE ZERO TO WS-ANON-FECHA-CORTE
236510     END-IF.
236515     OPEN OUTPUT ARCH-TRAB-ANON.
236520     IF WS-FS-TRAB-ANON NOT = "00"
236525         DISPLAY "No se pudo crear TRABANON.DAT."
236530         SET ANON-CON-ERROR TO TRUE
236535         GO TO UTILERIAS-ANON-EJECUTAR-EXIT
236540     END-IF.
236545     CLOSE ARCH-TRAB-ANON.
236550     OPEN I-O ARCH-TRAB-ANON.
236555     OPEN EXTEND ARCH-ACTA-ANON.
236560     IF WS-FS-ACTA-ANON = "35"
236565         OPEN OUTPUT ARCH-ACTA-ANON
236570     END-IF.
236575     PERFORM UTILERIAS-ANON-ENCABEZADO THRU
236580         UTILERIAS-ANON-ENCABEZADO-EXIT.
236585     PERFORM UTILERIAS-ANON-BLOQUEOS THRU
236590         UTILERIAS-ANON-BLOQUEOS-EXIT.
236595     IF ANON-INDIVIDUAL
236600         PERFORM UTILERIAS-ANON-SOLICITUD THRU
236605             UTILERIAS-ANON-SOLICITUD-EXIT
236610     ELSE
236615         PERFORM UTILERIAS-ANON-INACTIVOS THRU
236620             UTILERIAS-ANON-INACTIVOS-EXIT
236625     END-IF.
236630     IF WS-ANON-MOTIVO NOT = SPACES
236635         GO TO UTILERIAS-ANON-CERRAR
236640     END-IF.
236645*  Solo la corrida general descubre historicos de usuarios
236650*  vigentes; la auditoria no descubre, porque sus lineas no
236655*  dicen si el movimiento ya se cerro.
236660     IF ANON-GENERAL
236665         MOVE "S" TO WS-SW-ANON-DESCUBRIR
236670     ELSE
236675         MOVE "N" TO WS-SW-ANON-DESCUBRIR
236680     END-IF.
236685     PERFORM UTILERIAS-ANON-PRESTAMOS THRU
236690         UTILERIAS-ANON-PRESTAMOS-EXIT.
236695     PERFORM UTILERIAS-ANON-HISTPRE THRU
236700         UTILERIAS-ANON-HISTPRE-EXIT.
236705     PERFORM UTILERIAS-ANON-MULTAS THRU
236710         UTILERIAS-ANON-MULTAS-EXIT.
236715     PERFORM UTILERIAS-ANON-HISTPEN THRU
236720         UTILERIAS-ANON-HISTPEN-EXIT.
236725     PERFORM UTILERIAS-ANON-RESERVAS THRU
236730         UTILERIAS-ANON-RESERVAS-EXIT.
236735     PERFORM UTILERIAS-ANON-INTERBIB THRU
236740         UTILERIAS-ANON-INTERBIB-EXIT.
236745     PERFORM UTILERIAS-ANON-MENSAJES THRU
236750         UTILERIAS-ANON-MENSAJES-EXIT.
236755     MOVE "N" TO WS-SW-ANON-DESCUBRIR.
236760     PERFORM UTILERIAS-ANON-AUDITORIA THRU
236765         UTILERIAS-ANON-AUDITORIA-EXIT.
236770     PERFORM UTILERIAS-ANON-USUARIOS THRU
236775         UTILERIAS-ANON-USUARIOS-EXIT.
236780 UTILERIAS-ANON-CERRAR.
236785     PERFORM UTILERIAS-ANON-SUMAR THRU UTILERIAS-ANON-SUMAR-EXIT
236790         VARYING WS-ANON-K FROM 1 BY 1 UNTIL WS-ANON-K > 9.
236795     ADD WS-ANON-REG-CREADOS TO WS-ANON-TOTAL.
236800     PERFORM UTILERIAS-ANON-ACTA THRU UTILERIAS-ANON-ACTA-EXIT.
236805     CLOSE ARCH-ACTA-ANON.
236810     CLOSE ARCH-TRAB-ANON.
236811     OPEN OUTPUT ARCH-TRAB-ANON.
236812     CLOSE ARCH-TRAB-ANON.
236813     OPEN OUTPUT ARCH-TRAB-COPIA.
236814     CLOSE ARCH-TRAB-COPIA.
236815     MOVE "ANONIMIZA"  TO WS-AUD-ARCHIVO.
236820     IF ANON-GENERAL
236825         MOVE "GENERAL"     TO WS-AUD-ACCION
236830         MOVE WS-ANON-FECHA-CORTE TO WS-AUD-LLAVE
236835     ELSE
236840         MOVE "SUPRESION"   TO WS-AUD-ACCION
236845         MOVE WS-ANON-REFERENCIA TO WS-AUD-LLAVE
236850     END-IF.
236855     MOVE SPACES TO WS-AUD-ANTES.
236860     IF WS-ANON-MOTIVO NOT = SPACES
236865         MOVE "RECHAZADA"  TO WS-AUD-ANTES
236870     END-IF.
236875     MOVE SPACES TO WS-AUD-DESPUES.
236880     STRING "REGISTROS "           DELIMITED BY SIZE
236885         WS-ANON-TOTAL             DELIMITED BY SIZE
236890         " PERSONAS "              DELIMITED BY SIZE
236895         WS-ANON-PER-TOTAL         DELIMITED BY SIZE
236900         "/"                       DELIMITED BY SIZE
236905         WS-ANON-PER-HIST          DELIMITED BY SIZE
236910         " RETENIDAS "             DELIMITED BY SIZE
236915         WS-ANON-PER-RETENIDAS     DELIMITED BY SIZE
236920         INTO WS-AUD-DESPUES
236925     END-STRING.
236930     PERFORM AUDITORIA-REGISTRAR THRU AUDITORIA-REGISTRAR-EXIT.
236935     IF WS-ANON-TOTAL > ZERO
236940         PERFORM UTILERIAS-RESPALDAR-TODOS THRU
236945             UTILERIAS-RESPALDAR-TODOS-EXIT
236950     END-IF.
236955     DISPLAY "Registros anonimizados......: " WS-ANON-TOTAL.
236960     DISPLAY "Personas retenidas..........: "
236965         WS-ANON-PER-RETENIDAS.
236970     DISPLAY "Acta en ACTAANON.TXT.".
236975 UTILERIAS-ANON-EJECUTAR-EXIT.
236980     EXIT.
236985*
236990 UTILERIAS-ANON-SUMAR.
236995     ADD XA-ANONIMIZADOS (WS-ANON-K) TO WS-ANON-TOTAL.
237000 UTILERIAS-ANON-SUMAR-EXIT.
237005     EXIT.
237010*
237015*  UTILERIAS-ANON-ENCABEZADO -- inicio del acta de la corrida.
237020*  En la supresion individual no se escribe la cedula.
237025 UTILERIAS-ANON-ENCABEZADO.
237030     ACCEPT WS-HORA-HOY FROM TIME.
237035     MOVE SPACES TO REG-ACTA-ANON.
237040     WRITE REG-ACTA-ANON.
237045     MOVE "ACTA DE ANONIMIZACION DE DATOS PERSONALES"
237050         TO REG-ACTA-ANON.
237055     WRITE REG-ACTA-ANON.
237060     MOVE SPACES TO WS-LINEA-ANON.
237065     STRING "FECHA "              DELIMITED BY SIZE
237070         WS-FECHA-HOY             DELIMITED BY SIZE
237075         " HORA "                 DELIMITED BY SIZE
237080         WS-HORA-HOY              DELIMITED BY SIZE
237085         " FUNCIONARIO "          DELIMITED BY SIZE
237090         WS-PER-ID-DIGITADO       DELIMITED BY SIZE
237095         INTO WS-LINEA-ANON
237100     END-STRING.
237105     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
237110     WRITE REG-ACTA-ANON.
237115     MOVE SPACES TO WS-LINEA-ANON.
237120     IF ANON-GENERAL
237125         STRING "ALCANCE: MOVIMIENTOS CERRADOS ANTES DEL "
237130             DELIMITED BY SIZE
237135             WS-ANON-FECHA-CORTE  DELIMITED BY SIZE
237140             " ("                 DELIMITED BY SIZE
237145             WS-ANON-ANOS         DELIMITED BY SIZE
237150             " ANOS) Y USUARIOS DADOS DE BAJA"
237155             DELIMITED BY SIZE
237160             INTO WS-LINEA-ANON
237165         END-STRING
237170     ELSE
237175         STRING "ALCANCE: SUPRESION A SOLICITUD DEL TITULAR, "
237180             DELIMITED BY SIZE
237185             "SOLICITUD "         DELIMITED BY SIZE
237190             WS-ANON-REFERENCIA   DELIMITED BY SIZE
237195             INTO WS-LINEA-ANON
237200         END-STRING
237205     END-IF.
237210     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
237215     WRITE REG-ACTA-ANON.
237220 UTILERIAS-ANON-ENCABEZADO-EXIT.
237225     EXIT.
237230*
237235* -----------------------------------------------------------------
237240*  Retenciones: cedulas con prestamo abierto, multa pendiente,
237245*  prestamo interbibliotecario abierto o reserva activa. Quedan
237250*  en TRABANON.DAT con decision R y el primer motivo hallado.
237255* -----------------------------------------------------------------
237260 UTILERIAS-ANON-BLOQUEOS.
237265     MOVE 0 TO PRE-ID.
237270     MOVE "N" TO WS-SW-FIN-LECTURA.
237275     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
237280         INVALID KEY SET FIN-LECTURA TO TRUE
237285     END-START.
237290     PERFORM UTILERIAS-ANON-BLQ-PRESTAMO THRU
237295         UTILERIAS-ANON-BLQ-PRESTAMO-EXIT UNTIL FIN-LECTURA.
237300     MOVE 0 TO PEN-ID.
237305     MOVE "N" TO WS-SW-FIN-LECTURA.
237310     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
237315         INVALID KEY SET FIN-LECTURA TO TRUE
237320     END-START.
237325     PERFORM UTILERIAS-ANON-BLQ-MULTA THRU
237330         UTILERIAS-ANON-BLQ-MULTA-EXIT UNTIL FIN-LECTURA.
237335     MOVE 0 TO IBL-ID.
237340     MOVE "N" TO WS-SW-FIN-LECTURA.
237345     START ARCH-INTERBIB KEY IS NOT LESS THAN IBL-ID
237350         INVALID KEY SET FIN-LECTURA TO TRUE
237355     END-START.
237360     PERFORM UTILERIAS-ANON-BLQ-INTERBIB THRU
237365         UTILERIAS-ANON-BLQ-INTERBIB-EXIT UNTIL FIN-LECTURA.
237370     MOVE 0 TO RES-ID.
237375     MOVE "N" TO WS-SW-FIN-LECTURA.
237380     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ID
237385         INVALID KEY SET FIN-LECTURA TO TRUE
237390     END-START.
237395     PERFORM UTILERIAS-ANON-BLQ-RESERVA THRU
237400         UTILERIAS-ANON-BLQ-RESERVA-EXIT UNTIL FIN-LECTURA.
237405 UTILERIAS-ANON-BLOQUEOS-EXIT.
237410     EXIT.
237415*
237420 UTILERIAS-ANON-BLQ-PRESTAMO.
237425     READ ARCH-PRESTAMOS NEXT RECORD
237430         AT END
237435             SET FIN-LECTURA TO TRUE
237440             GO TO UTILERIAS-ANON-BLQ-PRESTAMO-EXIT
237445     END-READ.
237450     IF PRE-ABIERTO
237455         MOVE PRE-USR-ID TO WS-ANON-CEDULA
237460         MOVE "PRESTAMO ABIERTO" TO WS-ANON-RET-MOTIVO
237465         PERFORM UTILERIAS-ANON-RETENER THRU
237470             UTILERIAS-ANON-RETENER-EXIT
237475     END-IF.
237480 UTILERIAS-ANON-BLQ-PRESTAMO-EXIT.
237485     EXIT.
237490*
237495 UTILERIAS-ANON-BLQ-MULTA.
237500     READ ARCH-PENALIZACIONES NEXT RECORD
237505         AT END
237510             SET FIN-LECTURA TO TRUE
237515             GO TO UTILERIAS-ANON-BLQ-MULTA-EXIT
237520     END-READ.
237525     IF PEN-PENDIENTE
237530         MOVE PEN-USR-ID TO WS-ANON-CEDULA
237535         MOVE "MULTA PENDIENTE" TO WS-ANON-RET-MOTIVO
237540         PERFORM UTILERIAS-ANON-RETENER THRU
237545             UTILERIAS-ANON-RETENER-EXIT
237550     END-IF.
237555 UTILERIAS-ANON-BLQ-MULTA-EXIT.
237560     EXIT.
237565*
237570 UTILERIAS-ANON-BLQ-INTERBIB.
237575     READ ARCH-INTERBIB NEXT RECORD
237580         AT END
237585             SET FIN-LECTURA TO TRUE
237590             GO TO UTILERIAS-ANON-BLQ-INTERBIB-EXIT
237595     END-READ.
237600     IF IBL-ENTRANTE AND IBL-ABIERTO
237605         MOVE IBL-USR-ID TO WS-ANON-CEDULA
237610         MOVE "INTERBIBLIOTECARIO ABIERTO" TO WS-ANON-RET-MOTIVO
237615         PERFORM UTILERIAS-ANON-RETENER THRU
237620             UTILERIAS-ANON-RETENER-EXIT
237625     END-IF.
237630 UTILERIAS-ANON-BLQ-INTERBIB-EXIT.
237635     EXIT.
237640*
237645 UTILERIAS-ANON-BLQ-RESERVA.
237650     READ ARCH-RESERVAS NEXT RECORD
237655         AT END
237660             SET FIN-LECTURA TO TRUE
237665             GO TO UTILERIAS-ANON-BLQ-RESERVA-EXIT
237670     END-READ.
237675     IF RES-PENDIENTE OR RES-NOTIFICADA
237680         MOVE RES-USR-ID TO WS-ANON-CEDULA
237685         MOVE "RESERVA ACTIVA" TO WS-ANON-RET-MOTIVO
237690         PERFORM UTILERIAS-ANON-RETENER THRU
237695             UTILERIAS-ANON-RETENER-EXIT
237700     END-IF.
237705 UTILERIAS-ANON-BLQ-RESERVA-EXIT.
237710     EXIT.
237715*
237720*  UTILERIAS-ANON-RETENER -- anota WS-ANON-CEDULA como retenida
237725*  con WS-ANON-RET-MOTIVO, si no lo estaba ya.
237730 UTILERIAS-ANON-RETENER.
237735     IF WS-ANON-CEDULA = SPACES OR ANON-ES-ANONIMO
237740         GO TO UTILERIAS-ANON-RETENER-EXIT
237745     END-IF.
237750     IF ANON-INDIVIDUAL
237755         AND WS-ANON-CEDULA NOT = WS-ANON-SOLICITADA
237760         GO TO UTILERIAS-ANON-RETENER-EXIT
237765     END-IF.
237770     MOVE WS-ANON-CEDULA TO TAN-CEDULA.
237775     READ ARCH-TRAB-ANON KEY IS TAN-CEDULA
237780         INVALID KEY
237785             MOVE SPACES TO REG-TRAB-ANON
237790             MOVE WS-ANON-CEDULA     TO TAN-CEDULA
237795             MOVE "R"                TO TAN-DECISION
237800             MOVE "N"                TO TAN-CON-REGISTRO
237805             MOVE ZERO               TO TAN-FECHA-REGISTRO
237810             MOVE WS-ANON-RET-MOTIVO TO TAN-MOTIVO
237815             MOVE "N"                TO TAN-CONTADA
237820             WRITE REG-TRAB-ANON
237825     END-READ.
237830 UTILERIAS-ANON-RETENER-EXIT.
237835     EXIT.
237840*
237845* -----------------------------------------------------------------
237850*  Usuarios dados de baja: cada uno queda con decision T y su
237855*  identificador anonimo, o en el acta como retenido.
237860* -----------------------------------------------------------------
237865 UTILERIAS-ANON-INACTIVOS.
237870     MOVE SPACES TO REG-ACTA-ANON.
237875     WRITE REG-ACTA-ANON.
237880     MOVE "USUARIOS DADOS DE BAJA RETENIDOS:" TO REG-ACTA-ANON.
237885     WRITE REG-ACTA-ANON.
237890     MOVE LOW-VALUE TO USR-ID.
237895     MOVE "N" TO WS-SW-FIN-LECTURA.
237900     START ARCH-USUARIOS KEY IS NOT LESS THAN USR-ID
237905         INVALID KEY SET FIN-LECTURA TO TRUE
237910     END-START.
237915     PERFORM UTILERIAS-ANON-INACTIVOS-LEER THRU
237920         UTILERIAS-ANON-INACTIVOS-LEER-EXIT UNTIL FIN-LECTURA.
237925     IF WS-ANON-BAJAS-RETENIDAS = ZERO
237930         MOVE "  (NINGUNO)" TO REG-ACTA-ANON
237935         WRITE REG-ACTA-ANON
237940     END-IF.
237945 UTILERIAS-ANON-INACTIVOS-EXIT.
237950     EXIT.
237955*
237960 UTILERIAS-ANON-INACTIVOS-LEER.
237965     READ ARCH-USUARIOS NEXT RECORD
237970         AT END
237975             SET FIN-LECTURA TO TRUE
237980             GO TO UTILERIAS-ANON-INACTIVOS-LEER-EXIT
237985     END-READ.
237990     MOVE USR-ID TO WS-ANON-CEDULA.
237995     IF ANON-ES-ANONIMO
238000         GO TO UTILERIAS-ANON-INACTIVOS-LEER-EXIT
238005     END-IF.
238010     ADD 1 TO XA-LEIDOS (1).
238015     IF NOT USR-INACTIVO
238020         GO TO UTILERIAS-ANON-INACTIVOS-LEER-EXIT
238025     END-IF.
238030     MOVE USR-ID TO TAN-CEDULA.
238035     READ ARCH-TRAB-ANON KEY IS TAN-CEDULA
238040         INVALID KEY
238045             MOVE "S" TO WS-SW-ANON-ENCONTRADA
238050             MOVE "T" TO WS-ANON-DECISION
238055             PERFORM UTILERIAS-ANON-ALTA THRU
238060                 UTILERIAS-ANON-ALTA-EXIT
238065             GO TO UTILERIAS-ANON-INACTIVOS-LEER-EXIT
238070     END-READ.
238075     ADD 1 TO XA-RETENIDOS (1).
238080     ADD 1 TO WS-ANON-BAJAS-RETENIDAS.
238085     ADD 1 TO WS-ANON-PER-RETENIDAS.
238090     MOVE "S" TO TAN-CONTADA.
238095     REWRITE REG-TRAB-ANON.
238100     MOVE SPACES TO WS-LINEA-ANON.
238105     STRING "  "                  DELIMITED BY SIZE
238110         USR-ID                   DELIMITED BY SIZE
238115         "  "                     DELIMITED BY SIZE
238120         TAN-MOTIVO               DELIMITED BY SIZE
238125         INTO WS-LINEA-ANON
238130     END-STRING.
238135     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
238140     WRITE REG-ACTA-ANON.
238145 UTILERIAS-ANON-INACTIVOS-LEER-EXIT.
238150     EXIT.
238155*
238160*  UTILERIAS-ANON-SOLICITUD -- supresion individual: rechazada si
238165*  la cedula quedo retenida; si no, decision T aunque la cedula
238170*  ya no este en USUARIOS.
238175 UTILERIAS-ANON-SOLICITUD.
238180     MOVE WS-ANON-SOLICITADA TO WS-ANON-CEDULA.
238185     MOVE WS-ANON-SOLICITADA TO TAN-CEDULA.
238190     READ ARCH-TRAB-ANON KEY IS TAN-CEDULA
238195         INVALID KEY
238200             CONTINUE
238205         NOT INVALID KEY
238210             MOVE TAN-MOTIVO TO WS-ANON-MOTIVO
238215     END-READ.
238220     IF WS-ANON-MOTIVO NOT = SPACES
238225         ADD 1 TO WS-ANON-PER-RETENIDAS
238230         MOVE SPACES TO WS-LINEA-ANON
238235         STRING "SOLICITUD RECHAZADA: "   DELIMITED BY SIZE
238240             WS-ANON-MOTIVO               DELIMITED BY SIZE
238245             INTO WS-LINEA-ANON
238250         END-STRING
238255         MOVE WS-LINEA-ANON TO REG-ACTA-ANON
238260         WRITE REG-ACTA-ANON
238265         GO TO UTILERIAS-ANON-SOLICITUD-EXIT
238270     END-IF.
238275     MOVE WS-ANON-SOLICITADA TO USR-ID.
238280     MOVE "S" TO WS-SW-ANON-ENCONTRADA.
238285     READ ARCH-USUARIOS KEY IS USR-ID
238290         INVALID KEY MOVE "N" TO WS-SW-ANON-ENCONTRADA
238295     END-READ.
238300     IF ANON-ENCONTRADA
238305         ADD 1 TO XA-LEIDOS (1)
238310     END-IF.
238315     MOVE "T" TO WS-ANON-DECISION.
238320     PERFORM UTILERIAS-ANON-ALTA THRU UTILERIAS-ANON-ALTA-EXIT.
238325 UTILERIAS-ANON-SOLICITUD-EXIT.
238330     EXIT.
238335*
238340*  UTILERIAS-ANON-ALTA -- agrega a TRABANON.DAT la cedula
238345*  WS-ANON-CEDULA con la decision WS-ANON-DECISION y un
238350*  identificador anonimo nuevo. Si ANON-ENCONTRADA, REG-USUARIO
238355*  trae su registro y se conservan categoria y sucursal; la
238360*  fecha de registro solo en la decision T, porque en la H el
238365*  usuario sigue contado como nuevo en su propio registro.
238370 UTILERIAS-ANON-ALTA.
238375     PERFORM UTILERIAS-ANON-NUEVO-ID THRU
238380         UTILERIAS-ANON-NUEVO-ID-EXIT.
238385     MOVE SPACES TO REG-TRAB-ANON.
238390     MOVE WS-ANON-CEDULA    TO TAN-CEDULA.
238395     MOVE WS-ANON-NUEVO     TO TAN-ANONIMO.
238400     MOVE WS-ANON-DECISION  TO TAN-DECISION.
238405     MOVE "N"               TO TAN-CON-REGISTRO.
238410     MOVE ZERO              TO TAN-FECHA-REGISTRO.
238415     MOVE "N"               TO TAN-CONTADA.
238420     IF ANON-ENCONTRADA
238425         MOVE "S"           TO TAN-CON-REGISTRO
238430         MOVE USR-CATEGORIA TO TAN-CATEGORIA
238435         MOVE USR-SUCURSAL  TO TAN-SUCURSAL
238440         IF TAN-TOTAL AND USR-FECHA-REGISTRO NUMERIC
238445             MOVE USR-FECHA-REGISTRO TO TAN-FECHA-REGISTRO
238450         END-IF
238455     END-IF.
238460     WRITE REG-TRAB-ANON.
238465     IF TAN-TOTAL
238470         ADD 1 TO WS-ANON-PER-TOTAL
238475     ELSE
238480         ADD 1 TO WS-ANON-PER-HIST
238485     END-IF.
238490 UTILERIAS-ANON-ALTA-EXIT.
238495     EXIT.
238500*
238505*  UTILERIAS-ANON-NUEVO-ID -- siguiente identificador anonimo del
238510*  registro de control, en WS-ANON-NUEVO.
238515 UTILERIAS-ANON-NUEVO-ID.
238520     MOVE "BIBCTL" TO CTL-CLAVE.
238525     READ ARCH-CONTROL KEY IS CTL-CLAVE.
238530     ADD 1 TO CTL-ULT-ANON-ID.
238535     REWRITE REG-CONTROL.
238540     MOVE "REWRITE" TO WS-DIA-OPERACION.
238545     PERFORM DIARIO-CONTROL THRU DIARIO-CONTROL-EXIT.
238550     MOVE "*A"            TO WS-ANON-NUEVO-MARCA.
238555     MOVE CTL-ULT-ANON-ID TO WS-ANON-NUEVO-NUM.
238560 UTILERIAS-ANON-NUEVO-ID-EXIT.
238565     EXIT.
238570*
238575* -----------------------------------------------------------------
238580*  UTILERIAS-ANON-DECIDIR -- para la cedula de un movimiento en
238585*  WS-ANON-CEDULA, cerrado el WS-ANON-FECHA-MOV (cero si sigue
238590*  abierto), deja ANON-APLICAR con el reemplazo en WS-ANON-NUEVO,
238595*  o ANON-RETENER si el movimiento es antiguo pero la persona
238600*  tiene algo abierto. Con ANON-DESCUBRIR, una cedula antigua
238605*  aun no vista entra con decision H.
238610* -----------------------------------------------------------------
238615 UTILERIAS-ANON-DECIDIR.
238620     MOVE "N" TO WS-SW-ANON-APLICAR.
238625     MOVE "N" TO WS-SW-ANON-RETENER.
238630     IF WS-ANON-CEDULA = SPACES OR ANON-ES-ANONIMO
238635         GO TO UTILERIAS-ANON-DECIDIR-EXIT
238640     END-IF.
238645     IF ANON-INDIVIDUAL
238650         AND WS-ANON-CEDULA NOT = WS-ANON-SOLICITADA
238655         GO TO UTILERIAS-ANON-DECIDIR-EXIT
238660     END-IF.
238665     MOVE "N" TO WS-SW-ANON-ANTIGUO.
238670     IF WS-ANON-FECHA-MOV > ZERO
238675         AND WS-ANON-FECHA-MOV < WS-ANON-FECHA-CORTE
238680         SET ANON-ANTIGUO TO TRUE
238685     END-IF.
238690     MOVE "S" TO WS-SW-ANON-ENTRADA.
238695     MOVE WS-ANON-CEDULA TO TAN-CEDULA.
238700     READ ARCH-TRAB-ANON KEY IS TAN-CEDULA
238705         INVALID KEY
238710             MOVE "N" TO WS-SW-ANON-ENTRADA
238715             PERFORM UTILERIAS-ANON-DESCUBRIR THRU
238720                 UTILERIAS-ANON-DESCUBRIR-EXIT
238725     END-READ.
238730     IF NOT ANON-HAY-ENTRADA
238735         GO TO UTILERIAS-ANON-DECIDIR-EXIT
238740     END-IF.
238745     EVALUATE TRUE
238750         WHEN TAN-TOTAL
238755             SET ANON-APLICAR TO TRUE
238760         WHEN TAN-HISTORICA AND ANON-ANTIGUO
238765             SET ANON-APLICAR TO TRUE
238770         WHEN TAN-RETENIDA AND ANON-ANTIGUO
238775             SET ANON-RETENER TO TRUE
238780             IF NOT TAN-YA-CONTADA
238785                 ADD 1 TO WS-ANON-PER-RETENIDAS
238790                 MOVE "S" TO TAN-CONTADA
238795                 REWRITE REG-TRAB-ANON
238800             END-IF
238805     END-EVALUATE.
238810     IF ANON-APLICAR
238815         MOVE TAN-ANONIMO TO WS-ANON-NUEVO
238820     END-IF.
238825 UTILERIAS-ANON-DECIDIR-EXIT.
238830     EXIT.
238835*
238840 UTILERIAS-ANON-DESCUBRIR.
238845     IF NOT ANON-DESCUBRIR OR NOT ANON-ANTIGUO
238850         GO TO UTILERIAS-ANON-DESCUBRIR-EXIT
238855     END-IF.
238860     MOVE WS-ANON-CEDULA TO USR-ID.
238865     MOVE "S" TO WS-SW-ANON-ENCONTRADA.
238870     READ ARCH-USUARIOS KEY IS USR-ID
238875         INVALID KEY MOVE "N" TO WS-SW-ANON-ENCONTRADA
238880     END-READ.
238885     MOVE "H" TO WS-ANON-DECISION.
238890     PERFORM UTILERIAS-ANON-ALTA THRU UTILERIAS-ANON-ALTA-EXIT.
238895     MOVE "S" TO WS-SW-ANON-ENTRADA.
238900 UTILERIAS-ANON-DESCUBRIR-EXIT.
238905     EXIT.
238910*
238915*  UTILERIAS-ANON-CONTAR -- conteos del registro recien decidido
238920*  en la fila WS-ANON-K de TABLA-ANON-CONTEOS.
238925 UTILERIAS-ANON-CONTAR.
238930     IF ANON-RETENER
238935         ADD 1 TO XA-RETENIDOS (WS-ANON-K)
238940     END-IF.
238945     IF ANON-APLICAR
238950         ADD 1 TO XA-ANONIMIZADOS (WS-ANON-K)
238955     END-IF.
238960 UTILERIAS-ANON-CONTAR-EXIT.
238965     EXIT.
238970*
238975* -----------------------------------------------------------------
238980*  Maestros indexados: el reemplazo se hace en su lugar y queda
238985*  en el DIARIO como cualquier modificacion.
238990* -----------------------------------------------------------------
238995 UTILERIAS-ANON-PRESTAMOS.
239000     MOVE 2 TO WS-ANON-K.
239005     MOVE 0 TO PRE-ID.
239010     MOVE "N" TO WS-SW-FIN-LECTURA.
239015     START ARCH-PRESTAMOS KEY IS NOT LESS THAN PRE-ID
239020         INVALID KEY SET FIN-LECTURA TO TRUE
239025     END-START.
239030     PERFORM UTILERIAS-ANON-PRESTAMO-LEER THRU
239035         UTILERIAS-ANON-PRESTAMO-LEER-EXIT UNTIL FIN-LECTURA.
239040 UTILERIAS-ANON-PRESTAMOS-EXIT.
239045     EXIT.
239050*
239055 UTILERIAS-ANON-PRESTAMO-LEER.
239060     READ ARCH-PRESTAMOS NEXT RECORD
239065         AT END
239070             SET FIN-LECTURA TO TRUE
239075             GO TO UTILERIAS-ANON-PRESTAMO-LEER-EXIT
239080     END-READ.
239085     ADD 1 TO XA-LEIDOS (WS-ANON-K).
239090     MOVE PRE-USR-ID TO WS-ANON-CEDULA.
239095     MOVE ZERO TO WS-ANON-FECHA-MOV.
239100     IF (PRE-DEVUELTO OR PRE-PERDIDO)
239105         AND PRE-FECHA-DEVOLUCION NUMERIC
239110         MOVE PRE-FECHA-DEVOLUCION TO WS-ANON-FECHA-MOV
239115     END-IF.
239120     PERFORM UTILERIAS-ANON-DECIDIR THRU
239125         UTILERIAS-ANON-DECIDIR-EXIT.
239130     PERFORM UTILERIAS-ANON-CONTAR THRU
239135         UTILERIAS-ANON-CONTAR-EXIT.
239140     IF NOT ANON-APLICAR
239145         GO TO UTILERIAS-ANON-PRESTAMO-LEER-EXIT
239150     END-IF.
239155     MOVE WS-ANON-NUEVO TO PRE-USR-ID.
239160     REWRITE REG-PRESTAMO.
239165     MOVE "REWRITE" TO WS-DIA-OPERACION.
239170     PERFORM DIARIO-PRESTAMO THRU DIARIO-PRESTAMO-EXIT.
239175 UTILERIAS-ANON-PRESTAMO-LEER-EXIT.
239180     EXIT.
239185*
239190 UTILERIAS-ANON-MULTAS.
239195     MOVE 4 TO WS-ANON-K.
239200     MOVE 0 TO PEN-ID.
239205     MOVE "N" TO WS-SW-FIN-LECTURA.
239210     START ARCH-PENALIZACIONES KEY IS NOT LESS THAN PEN-ID
239215         INVALID KEY SET FIN-LECTURA TO TRUE
239220     END-START.
239225     PERFORM UTILERIAS-ANON-MULTA-LEER THRU
239230         UTILERIAS-ANON-MULTA-LEER-EXIT UNTIL FIN-LECTURA.
239235 UTILERIAS-ANON-MULTAS-EXIT.
239240     EXIT.
239245*
239250 UTILERIAS-ANON-MULTA-LEER.
239255     READ ARCH-PENALIZACIONES NEXT RECORD
239260         AT END
239265             SET FIN-LECTURA TO TRUE
239270             GO TO UTILERIAS-ANON-MULTA-LEER-EXIT
239275     END-READ.
239280     ADD 1 TO XA-LEIDOS (WS-ANON-K).
239285     MOVE PEN-USR-ID TO WS-ANON-CEDULA.
239290     MOVE ZERO TO WS-ANON-FECHA-MOV.
239295     IF PEN-PAGADA AND PEN-FECHA-PAGO NUMERIC
239300         MOVE PEN-FECHA-PAGO TO WS-ANON-FECHA-MOV
239305     END-IF.
239310     IF PEN-CONDONADA AND PEN-FECHA-AJUSTE NUMERIC
239315         MOVE PEN-FECHA-AJUSTE TO WS-ANON-FECHA-MOV
239320     END-IF.
239325     PERFORM UTILERIAS-ANON-DECIDIR THRU
239330         UTILERIAS-ANON-DECIDIR-EXIT.
239335     PERFORM UTILERIAS-ANON-CONTAR THRU
239340         UTILERIAS-ANON-CONTAR-EXIT.
239345     IF NOT ANON-APLICAR
239350         GO TO UTILERIAS-ANON-MULTA-LEER-EXIT
239355     END-IF.
239360     MOVE WS-ANON-NUEVO TO PEN-USR-ID.
239365     REWRITE REG-PENALIZACION.
239370     MOVE "REWRITE" TO WS-DIA-OPERACION.
239375     PERFORM DIARIO-PENALIZACION THRU DIARIO-PENALIZACION-EXIT.
239380 UTILERIAS-ANON-MULTA-LEER-EXIT.
239385     EXIT.
239390*
239395 UTILERIAS-ANON-RESERVAS.
239400     MOVE 6 TO WS-ANON-K.
239405     MOVE 0 TO RES-ID.
239410     MOVE "N" TO WS-SW-FIN-LECTURA.
239415     START ARCH-RESERVAS KEY IS NOT LESS THAN RES-ID
239420         INVALID KEY SET FIN-LECTURA TO TRUE
239425     END-START.
239430     PERFORM UTILERIAS-ANON-RESERVA-LEER THRU
239435         UTILERIAS-ANON-RESERVA-LEER-EXIT UNTIL FIN-LECTURA.
239440 UTILERIAS-ANON-RESERVAS-EXIT.
239445     EXIT.
239450*
239455 UTILERIAS-ANON-RESERVA-LEER.
239460     READ ARCH-RESERVAS NEXT RECORD
239465         AT END
239470             SET FIN-LECTURA TO TRUE
239475             GO TO UTILERIAS-ANON-RESERVA-LEER-EXIT
239480     END-READ.
239485     ADD 1 TO XA-LEIDOS (WS-ANON-K).
239490     MOVE RES-USR-ID TO WS-ANON-CEDULA.
239495     MOVE ZERO TO WS-ANON-FECHA-MOV.
239500     IF RES-CUMPLIDA OR RES-CANCELADA
239505         IF RES-FECHA-CIERRE NUMERIC
239510             AND RES-FECHA-CIERRE > ZERO
239515             MOVE RES-FECHA-CIERRE TO WS-ANON-FECHA-MOV
239520         ELSE
239525             IF RES-FECHA-SOLICITUD NUMERIC
239530                 MOVE RES-FECHA-SOLICITUD TO WS-ANON-FECHA-MOV
239535             END-IF
239540         END-IF
239545     END-IF.
239550     PERFORM UTILERIAS-ANON-DECIDIR THRU
239555         UTILERIAS-ANON-DECIDIR-EXIT.
239560     PERFORM UTILERIAS-ANON-CONTAR THRU
239565         UTILERIAS-ANON-CONTAR-EXIT.
239570     IF NOT ANON-APLICAR
239575         GO TO UTILERIAS-ANON-RESERVA-LEER-EXIT
239580     END-IF.
239585     MOVE WS-ANON-NUEVO TO RES-USR-ID.
239590     REWRITE REG-RESERVA.
239595     MOVE "REWRITE" TO WS-DIA-OPERACION.
239600     PERFORM DIARIO-RESERVA THRU DIARIO-RESERVA-EXIT.
239605 UTILERIAS-ANON-RESERVA-LEER-EXIT.
239610     EXIT.
239615*
239620*  Solo los entrantes llevan la cedula del usuario; los
239625*  salientes son de otras instituciones.
239630 UTILERIAS-ANON-INTERBIB.
239635     MOVE 7 TO WS-ANON-K.
239640     MOVE 0 TO IBL-ID.
239645     MOVE "N" TO WS-SW-FIN-LECTURA.
239650     START ARCH-INTERBIB KEY IS NOT LESS THAN IBL-ID
239655         INVALID KEY SET FIN-LECTURA TO TRUE
239660     END-START.
239665     PERFORM UTILERIAS-ANON-INTERBIB-LEER THRU
239670         UTILERIAS-ANON-INTERBIB-LEER-EXIT UNTIL FIN-LECTURA.
239675 UTILERIAS-ANON-INTERBIB-EXIT.
239680     EXIT.
239685*
239690 UTILERIAS-ANON-INTERBIB-LEER.
239695     READ ARCH-INTERBIB NEXT RECORD
239700         AT END
239705             SET FIN-LECTURA TO TRUE
239710             GO TO UTILERIAS-ANON-INTERBIB-LEER-EXIT
239715     END-READ.
239720     ADD 1 TO XA-LEIDOS (WS-ANON-K).
239725     IF NOT IBL-ENTRANTE
239730         GO TO UTILERIAS-ANON-INTERBIB-LEER-EXIT
239735     END-IF.
239740     MOVE IBL-USR-ID TO WS-ANON-CEDULA.
239745     MOVE ZERO TO WS-ANON-FECHA-MOV.
239750     IF IBL-CERRADO OR IBL-CANCELADO
239755         IF IBL-FECHA-DEVOLUCION NUMERIC
239760             AND IBL-FECHA-DEVOLUCION > ZERO
239765             MOVE IBL-FECHA-DEVOLUCION TO WS-ANON-FECHA-MOV
239770         ELSE
239775             IF IBL-FECHA-SOLICITUD NUMERIC
239780                 MOVE IBL-FECHA-SOLICITUD TO WS-ANON-FECHA-MOV
239785             END-IF
239790         END-IF
239795     END-IF.
239800     PERFORM UTILERIAS-ANON-DECIDIR THRU
239805         UTILERIAS-ANON-DECIDIR-EXIT.
239810     PERFORM UTILERIAS-ANON-CONTAR THRU
239815         UTILERIAS-ANON-CONTAR-EXIT.
239820     IF NOT ANON-APLICAR
239825         GO TO UTILERIAS-ANON-INTERBIB-LEER-EXIT
239830     END-IF.
239835     MOVE WS-ANON-NUEVO TO IBL-USR-ID.
239840     REWRITE REG-INTERBIB.
239845     MOVE "REWRITE" TO WS-DIA-OPERACION.
239850     PERFORM DIARIO-INTERBIB THRU DIARIO-INTERBIB-EXIT.
239855 UTILERIAS-ANON-INTERBIB-LEER-EXIT.
239860     EXIT.
239865*
239870*  En los mensajes tambien se borran el destino (correo o
239875*  telefono) y el texto, que nombran al usuario.
239880 UTILERIAS-ANON-MENSAJES.
239885     MOVE 8 TO WS-ANON-K.
239890     MOVE 0 TO MSJ-ID.
239895     MOVE "N" TO WS-SW-FIN-LECTURA.
239900     START ARCH-MENSAJES KEY IS NOT LESS THAN MSJ-ID
239905         INVALID KEY SET FIN-LECTURA TO TRUE
239910     END-START.
239915     PERFORM UTILERIAS-ANON-MENSAJE-LEER THRU
239920         UTILERIAS-ANON-MENSAJE-LEER-EXIT UNTIL FIN-LECTURA.
239925 UTILERIAS-ANON-MENSAJES-EXIT.
239930     EXIT.
239935*
239940 UTILERIAS-ANON-MENSAJE-LEER.
239945     READ ARCH-MENSAJES NEXT RECORD
239950         AT END
239955             SET FIN-LECTURA TO TRUE
239960             GO TO UTILERIAS-ANON-MENSAJE-LEER-EXIT
239965     END-READ.
239970     ADD 1 TO XA-LEIDOS (WS-ANON-K).
239975     MOVE MSJ-USR-ID TO WS-ANON-CEDULA.
239980     MOVE ZERO TO WS-ANON-FECHA-MOV.
239985     IF NOT MSJ-PENDIENTE AND MSJ-FECHA NUMERIC
239990         MOVE MSJ-FECHA TO WS-ANON-FECHA-MOV
239995     END-IF.
240000     PERFORM UTILERIAS-ANON-DECIDIR THRU
240005         UTILERIAS-ANON-DECIDIR-EXIT.
240010     PERFORM UTILERIAS-ANON-CONTAR THRU
240015         UTILERIAS-ANON-CONTAR-EXIT.
240020     IF NOT ANON-APLICAR
240025         GO TO UTILERIAS-ANON-MENSAJE-LEER-EXIT
240030     END-IF.
240035     MOVE WS-ANON-NUEVO TO MSJ-USR-ID.
240040     MOVE SPACES TO MSJ-DESTINO.
240045     MOVE SPACES TO MSJ-TEXTO.
240050     REWRITE REG-MENSAJE.
240055     MOVE "REWRITE" TO WS-DIA-OPERACION.
240060     PERFORM DIARIO-MENSAJE THRU DIARIO-MENSAJE-EXIT.
240065 UTILERIAS-ANON-MENSAJE-LEER-EXIT.
240070     EXIT.
240075*
240080* -----------------------------------------------------------------
240085*  Historicos de linea: se copian a TRABCOPIA.DAT con el
240090*  reemplazo hecho y, si algo cambio, la copia vuelve a su lugar.
240095* -----------------------------------------------------------------
240100 UTILERIAS-ANON-HISTPRE.
240105     MOVE 3 TO WS-ANON-K.
240110     MOVE "N" TO WS-SW-ANON-CAMBIO.
240115     OPEN INPUT ARCH-HIST-PRESTAMOS.
240120     IF WS-FS-HIST-PRESTAMOS NOT = "00"
240125         GO TO UTILERIAS-ANON-HISTPRE-EXIT
240130     END-IF.
240135     OPEN OUTPUT ARCH-TRAB-COPIA.
240140     MOVE "N" TO WS-SW-FIN-LECTURA.
240145     PERFORM UTILERIAS-ANON-HISTPRE-LEER THRU
240150         UTILERIAS-ANON-HISTPRE-LEER-EXIT UNTIL FIN-LECTURA.
240155     CLOSE ARCH-HIST-PRESTAMOS ARCH-TRAB-COPIA.
240160     IF NOT ANON-HUBO-CAMBIO
240165         GO TO UTILERIAS-ANON-HISTPRE-EXIT
240170     END-IF.
240175     OPEN INPUT ARCH-TRAB-COPIA.
240180     OPEN OUTPUT ARCH-HIST-PRESTAMOS.
240185     MOVE "N" TO WS-SW-FIN-LECTURA.
240190     PERFORM UTILERIAS-ANON-HISTPRE-VOLVER THRU
240195         UTILERIAS-ANON-HISTPRE-VOLVER-EXIT UNTIL FIN-LECTURA.
240200     CLOSE ARCH-TRAB-COPIA ARCH-HIST-PRESTAMOS.
240205 UTILERIAS-ANON-HISTPRE-EXIT.
240210     EXIT.
240215*
240220 UTILERIAS-ANON-HISTPRE-LEER.
240225     READ ARCH-HIST-PRESTAMOS
240230         AT END
240235             SET FIN-LECTURA TO TRUE
240240             GO TO UTILERIAS-ANON-HISTPRE-LEER-EXIT
240245     END-READ.
240250     ADD 1 TO XA-LEIDOS (WS-ANON-K).
240255     MOVE HPR-USR-ID TO WS-ANON-CEDULA.
240260     MOVE ZERO TO WS-ANON-FECHA-MOV.
240265     IF (HPR-ESTADO = "D" OR HPR-ESTADO = "P")
240270         AND HPR-FECHA-DEVOLUCION NUMERIC
240275         MOVE HPR-FECHA-DEVOLUCION TO WS-ANON-FECHA-MOV
240280     END-IF.
240285     PERFORM UTILERIAS-ANON-DECIDIR THRU
240290         UTILERIAS-ANON-DECIDIR-EXIT.
240295     PERFORM UTILERIAS-ANON-CONTAR THRU
240300         UTILERIAS-ANON-CONTAR-EXIT.
240305     IF ANON-APLICAR
240310         MOVE WS-ANON-NUEVO TO HPR-USR-ID
240315         SET ANON-HUBO-CAMBIO TO TRUE
240320     END-IF.
240325     MOVE REG-HIST-PRESTAMO TO REG-TRAB-COPIA.
240330     WRITE REG-TRAB-COPIA.
240335 UTILERIAS-ANON-HISTPRE-LEER-EXIT.
240340     EXIT.
240345*
240350 UTILERIAS-ANON-HISTPRE-VOLVER.
240355     READ ARCH-TRAB-COPIA
240360         AT END
240365             SET FIN-LECTURA TO TRUE
240370             GO TO UTILERIAS-ANON-HISTPRE-VOLVER-EXIT
240375     END-READ.
240380     MOVE REG-TRAB-COPIA TO REG-HIST-PRESTAMO.
240385     WRITE REG-HIST-PRESTAMO.
240390 UTILERIAS-ANON-HISTPRE-VOLVER-EXIT.
240395     EXIT.
240400*
240405 UTILERIAS-ANON-HISTPEN.
240410     MOVE 5 TO WS-ANON-K.
240415     MOVE "N" TO WS-SW-ANON-CAMBIO.
240420     OPEN INPUT ARCH-HIST-PENALIZA.
240425     IF WS-FS-HIST-PENALIZA NOT = "00"
240430         GO TO UTILERIAS-ANON-HISTPEN-EXIT
240435     END-IF.
240440     OPEN OUTPUT ARCH-TRAB-COPIA.
240445     MOVE "N" TO WS-SW-FIN-LECTURA.
240450     PERFORM UTILERIAS-ANON-HISTPEN-LEER THRU
240455         UTILERIAS-ANON-HISTPEN-LEER-EXIT UNTIL FIN-LECTURA.
240460     CLOSE ARCH-HIST-PENALIZA ARCH-TRAB-COPIA.
240465     IF NOT ANON-HUBO-CAMBIO
240470         GO TO UTILERIAS-ANON-HISTPEN-EXIT
240475     END-IF.
240480     OPEN INPUT ARCH-TRAB-COPIA.
240485     OPEN OUTPUT ARCH-HIST-PENALIZA.
240490     MOVE "N" TO WS-SW-FIN-LECTURA.
240495     PERFORM UTILERIAS-ANON-HISTPEN-VOLVER THRU
240500         UTILERIAS-ANON-HISTPEN-VOLVER-EXIT UNTIL FIN-LECTURA.
240505     CLOSE ARCH-TRAB-COPIA ARCH-HIST-PENALIZA.
240510 UTILERIAS-ANON-HISTPEN-EXIT.
240515     EXIT.
240520*
240525 UTILERIAS-ANON-HISTPEN-LEER.
240530     READ ARCH-HIST-PENALIZA
240535         AT END
240540             SET FIN-LECTURA TO TRUE
240545             GO TO UTILERIAS-ANON-HISTPEN-LEER-EXIT
240550     END-READ.
240555     ADD 1 TO XA-LEIDOS (WS-ANON-K).
240560     MOVE HPE-USR-ID TO WS-ANON-CEDULA.
240565     MOVE ZERO TO WS-ANON-FECHA-MOV.
240570     IF HPE-ESTADO = "G" AND HPE-FECHA-PAGO NUMERIC
240575         MOVE HPE-FECHA-PAGO TO WS-ANON-FECHA-MOV
240580     END-IF.
240585     IF HPE-ESTADO = "C" AND HPE-FECHA-AJUSTE NUMERIC
240590         MOVE HPE-FECHA-AJUSTE TO WS-ANON-FECHA-MOV
240595     END-IF.
240600     PERFORM UTILERIAS-ANON-DECIDIR THRU
240605         UTILERIAS-ANON-DECIDIR-EXIT.
240610     PERFORM UTILERIAS-ANON-CONTAR THRU
240615         UTILERIAS-ANON-CONTAR-EXIT.
240620     IF ANON-APLICAR
240625         MOVE WS-ANON-NUEVO TO HPE-USR-ID
240630         SET ANON-HUBO-CAMBIO TO TRUE
240635     END-IF.
240640     MOVE REG-HIST-PENALIZACION TO REG-TRAB-COPIA.
240645     WRITE REG-TRAB-COPIA.
240650 UTILERIAS-ANON-HISTPEN-LEER-EXIT.
240655     EXIT.
240660*
240665 UTILERIAS-ANON-HISTPEN-VOLVER.
240670     READ ARCH-TRAB-COPIA
240675         AT END
240680             SET FIN-LECTURA TO TRUE
240685             GO TO UTILERIAS-ANON-HISTPEN-VOLVER-EXIT
240690     END-READ.
240695     MOVE REG-TRAB-COPIA TO REG-HIST-PENALIZACION.
240700     WRITE REG-HIST-PENALIZACION.
240705 UTILERIAS-ANON-HISTPEN-VOLVER-EXIT.
240710     EXIT.
240715*
240720*  En la auditoria la cedula aparece como llave de los cambios a
240725*  USUARIOS (cuyo antes y despues llevan nombre y contacto, que
240730*  se borran), como responsable de un menor y en los cobros y
240735*  ajustes de multas. Se anonimiza por la fecha de la linea.
240740 UTILERIAS-ANON-AUDITORIA.
240745     MOVE 9 TO WS-ANON-K.
240750     MOVE "N" TO WS-SW-ANON-CAMBIO.
240755     CLOSE ARCH-AUDITORIA.
240760     OPEN INPUT ARCH-AUDITORIA.
240765     IF WS-FS-AUDITORIA NOT = "00"
240770         GO TO UTILERIAS-ANON-AUDITORIA-EXIT
240775     END-IF.
240780     OPEN OUTPUT ARCH-TRAB-COPIA.
240785     MOVE "N" TO WS-SW-FIN-LECTURA.
240790     PERFORM UTILERIAS-ANON-AUDITORIA-LEER THRU
240795         UTILERIAS-ANON-AUDITORIA-LEER-EXIT UNTIL FIN-LECTURA.
240800     CLOSE ARCH-AUDITORIA ARCH-TRAB-COPIA.
240805     IF NOT ANON-HUBO-CAMBIO
240810         GO TO UTILERIAS-ANON-AUDITORIA-EXIT
240815     END-IF.
240820     OPEN INPUT ARCH-TRAB-COPIA.
240825     OPEN OUTPUT ARCH-AUDITORIA.
240830     MOVE "N" TO WS-SW-FIN-LECTURA.
240835     PERFORM UTILERIAS-ANON-AUDITORIA-VOLVER THRU
240840         UTILERIAS-ANON-AUDITORIA-VOLVER-EXIT UNTIL FIN-LECTURA.
240845     CLOSE ARCH-TRAB-COPIA ARCH-AUDITORIA.
240850 UTILERIAS-ANON-AUDITORIA-EXIT.
240855     EXIT.
240860*
240865 UTILERIAS-ANON-AUDITORIA-LEER.
240870     READ ARCH-AUDITORIA
240875         AT END
240880             SET FIN-LECTURA TO TRUE
240885             GO TO UTILERIAS-ANON-AUDITORIA-LEER-EXIT
240890     END-READ.
240895     ADD 1 TO XA-LEIDOS (WS-ANON-K).
240900     MOVE REG-AUDITORIA TO WS-ANON-AUDITORIA.
240905     MOVE "N" TO WS-SW-ANON-LINEA.
240910     MOVE "N" TO WS-SW-ANON-LINEA-RET.
240915     MOVE ZERO TO WS-ANON-FECHA-MOV.
240920     IF WS-ANON-AUD-FECHA NUMERIC
240925         MOVE WS-ANON-AUD-FECHA TO WS-ANON-FECHA-MOV
240930     END-IF.
240935     IF WS-ANON-AUD-ARCHIVO = WS-AUD-ARCH-USUARIOS
240940         PERFORM UTILERIAS-ANON-AUD-USUARIO THRU
240945             UTILERIAS-ANON-AUD-USUARIO-EXIT
240950     END-IF.
240955     IF WS-ANON-AUD-ARCHIVO = WS-AUD-ARCH-PENALIZA
240960         PERFORM UTILERIAS-ANON-AUD-MULTA THRU
240965             UTILERIAS-ANON-AUD-MULTA-EXIT
240970     END-IF.
240975     IF ANON-LINEA-RETENIDA
240980         ADD 1 TO XA-RETENIDOS (WS-ANON-K)
240985     END-IF.
240990     IF ANON-LINEA-CAMBIADA
240995         ADD 1 TO XA-ANONIMIZADOS (WS-ANON-K)
241000         SET ANON-HUBO-CAMBIO TO TRUE
241005     END-IF.
241010     MOVE WS-ANON-AUDITORIA TO REG-TRAB-COPIA.
241015     WRITE REG-TRAB-COPIA.
241020 UTILERIAS-ANON-AUDITORIA-LEER-EXIT.
241025     EXIT.
241030*
241035 UTILERIAS-ANON-AUD-USUARIO.
241040     MOVE WS-ANON-AUD-LLAVE TO WS-ANON-CEDULA.
241045     PERFORM UTILERIAS-ANON-AUD-DECIDIR THRU
241050         UTILERIAS-ANON-AUD-DECIDIR-EXIT.
241055     IF ANON-APLICAR
241060         MOVE WS-ANON-NUEVO TO WS-ANON-AUD-LLAVE
241065         MOVE "DATOS PERSONALES SUPRIMIDOS" TO WS-ANON-AUD-ANTES
241070         MOVE SPACES TO WS-ANON-AUD-DESPUES
241075         GO TO UTILERIAS-ANON-AUD-USUARIO-EXIT
241080     END-IF.
241085     IF WS-ANON-AUD-ACCION NOT = "RESPONSABLE"
241090         GO TO UTILERIAS-ANON-AUD-USUARIO-EXIT
241095     END-IF.
241100     MOVE WS-ANON-AUD-ANTES-CED TO WS-ANON-CEDULA.
241105     PERFORM UTILERIAS-ANON-AUD-DECIDIR THRU
241110         UTILERIAS-ANON-AUD-DECIDIR-EXIT.
241115     IF ANON-APLICAR
241120         MOVE WS-ANON-NUEVO TO WS-ANON-AUD-ANTES-CED
241125     END-IF.
241130     MOVE WS-ANON-AUD-DESPUES-CED TO WS-ANON-CEDULA.
241135     PERFORM UTILERIAS-ANON-AUD-DECIDIR THRU
241140         UTILERIAS-ANON-AUD-DECIDIR-EXIT.
241145     IF ANON-APLICAR
241150         MOVE WS-ANON-NUEVO TO WS-ANON-AUD-DESPUES-CED
241155     END-IF.
241160 UTILERIAS-ANON-AUD-USUARIO-EXIT.
241165     EXIT.
241170*
241175 UTILERIAS-ANON-AUD-MULTA.
241180     IF WS-ANON-AUD-ACCION = "COBRO-FAMILIA"
241185         MOVE WS-ANON-AUD-MENOR TO WS-ANON-CEDULA
241190         PERFORM UTILERIAS-ANON-AUD-DECIDIR THRU
241195             UTILERIAS-ANON-AUD-DECIDIR-EXIT
241200         IF ANON-APLICAR
241205             MOVE WS-ANON-NUEVO TO WS-ANON-AUD-MENOR
241210         END-IF
241215         MOVE WS-ANON-AUD-PAGADOR TO WS-ANON-CEDULA
241220         PERFORM UTILERIAS-ANON-AUD-DECIDIR THRU
241225             UTILERIAS-ANON-AUD-DECIDIR-EXIT
241230         IF ANON-APLICAR
241235             MOVE WS-ANON-NUEVO TO WS-ANON-AUD-PAGADOR
241240         END-IF
241245     END-IF.
241250     IF WS-ANON-AUD-ACCION = "CONDONACION"
241255         OR WS-ANON-AUD-ACCION = "REBAJA"
241260         MOVE WS-ANON-AUD-ANTES-CED TO WS-ANON-CEDULA
241265         PERFORM UTILERIAS-ANON-AUD-DECIDIR THRU
241270             UTILERIAS-ANON-AUD-DECIDIR-EXIT
241275         IF ANON-APLICAR
241280             MOVE WS-ANON-NUEVO TO WS-ANON-AUD-ANTES-CED
241285         END-IF
241290     END-IF.
241295 UTILERIAS-ANON-AUD-MULTA-EXIT.
241300     EXIT.
241305*
241310*  UTILERIAS-ANON-AUD-DECIDIR -- decide una cedula de la linea y
241315*  acumula si la linea cambio o quedo retenida.
241320 UTILERIAS-ANON-AUD-DECIDIR.
241325     PERFORM UTILERIAS-ANON-DECIDIR THRU
241330         UTILERIAS-ANON-DECIDIR-EXIT.
241335     IF ANON-APLICAR
241340         SET ANON-LINEA-CAMBIADA TO TRUE
241345     END-IF.
241350     IF ANON-RETENER
241355         SET ANON-LINEA-RETENIDA TO TRUE
241360     END-IF.
241365 UTILERIAS-ANON-AUD-DECIDIR-EXIT.
241370     EXIT.
241375*
241380 UTILERIAS-ANON-AUDITORIA-VOLVER.
241385     READ ARCH-TRAB-COPIA
241390         AT END
241395             SET FIN-LECTURA TO TRUE
241400             GO TO UTILERIAS-ANON-AUDITORIA-VOLVER-EXIT
241405     END-READ.
241410     MOVE REG-TRAB-COPIA TO REG-AUDITORIA.
241415     WRITE REG-AUDITORIA.
241420 UTILERIAS-ANON-AUDITORIA-VOLVER-EXIT.
241425     EXIT.
241430*
241435* -----------------------------------------------------------------
241440*  USUARIOS: la decision T reemplaza el registro por uno anonimo
241445*  (categoria, sucursal y fecha de registro; dado de baja) y
241450*  desliga a los menores que tenia a cargo. La H agrega un
241455*  registro anonimo sin fecha de registro, para que los
241460*  movimientos anonimizados sigan dando categoria y sucursal.
241465* -----------------------------------------------------------------
241470 UTILERIAS-ANON-USUARIOS.
241475     MOVE 1 TO WS-ANON-K.
241480     MOVE "N" TO WS-SW-FIN-ANON.
241485     MOVE LOW-VALUE TO TAN-CEDULA.
241490     START ARCH-TRAB-ANON KEY IS NOT LESS THAN TAN-CEDULA
241495         INVALID KEY SET FIN-ANON TO TRUE
241500     END-START.
241505     PERFORM UTILERIAS-ANON-USUARIO-LEER THRU
241510         UTILERIAS-ANON-USUARIO-LEER-EXIT UNTIL FIN-ANON.
241515 UTILERIAS-ANON-USUARIOS-EXIT.
241520     EXIT.
241525*
241530 UTILERIAS-ANON-USUARIO-LEER.
241535     READ ARCH-TRAB-ANON NEXT RECORD
241540         AT END
241545             SET FIN-ANON TO TRUE
241550             GO TO UTILERIAS-ANON-USUARIO-LEER-EXIT
241555     END-READ.
241560     IF TAN-RETENIDA OR NOT TAN-TIENE-REGISTRO
241565         GO TO UTILERIAS-ANON-USUARIO-LEER-EXIT
241570     END-IF.
241575     IF TAN-TOTAL
241580         MOVE TAN-CEDULA TO USR-ID
241585         READ ARCH-USUARIOS KEY IS USR-ID
241590             INVALID KEY
241595                 GO TO UTILERIAS-ANON-USUARIO-LEER-EXIT
241600         END-READ
241605         DELETE ARCH-USUARIOS RECORD
241610         MOVE "DELETE" TO WS-DIA-OPERACION
241615         PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT
241620         ADD 1 TO XA-ANONIMIZADOS (WS-ANON-K)
241625         MOVE TAN-CEDULA TO WS-FAM-CABEZA
241630         MOVE "N" TO WS-SW-FIN-FAMILIA
241635         PERFORM UTILERIAS-ANON-MENOR THRU
241640             UTILERIAS-ANON-MENOR-EXIT UNTIL FIN-FAMILIA
241645     ELSE
241650         ADD 1 TO WS-ANON-REG-CREADOS
241655     END-IF.
241660     MOVE SPACES TO REG-USUARIO.
241665     INITIALIZE REG-USUARIO.
241670     MOVE TAN-ANONIMO        TO USR-ID.
241675     MOVE "ANONIMIZADO"      TO USR-NOMBRE.
241680     MOVE TAN-SUCURSAL       TO USR-SUCURSAL.
241685     MOVE TAN-FECHA-REGISTRO TO USR-FECHA-REGISTRO.
241690     MOVE TAN-CATEGORIA      TO USR-CATEGORIA.
241695     SET USR-INACTIVO TO TRUE.
241700     WRITE REG-USUARIO
241705         INVALID KEY
241710             DISPLAY "Identificador anonimo repetido: "
241715                 TAN-ANONIMO
241720             GO TO UTILERIAS-ANON-USUARIO-LEER-EXIT
241725     END-WRITE.
241730     MOVE "WRITE" TO WS-DIA-OPERACION.
241735     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
241740 UTILERIAS-ANON-USUARIO-LEER-EXIT.
241745     EXIT.
241750*
241755*  UTILERIAS-ANON-MENOR -- cada vuelta vuelve a posicionarse en
241760*  el responsable WS-FAM-CABEZA, porque el menor anterior ya
241765*  salio de esa llave alterna al quedar sin responsable.
241770 UTILERIAS-ANON-MENOR.
241775     PERFORM FAMILIA-MENORES-INICIAR THRU
241780         FAMILIA-MENORES-INICIAR-EXIT.
241785     IF FIN-FAMILIA
241790         GO TO UTILERIAS-ANON-MENOR-EXIT
241795     END-IF.
241800     READ ARCH-USUARIOS NEXT RECORD
241805         AT END
241810             SET FIN-FAMILIA TO TRUE
241815             GO TO UTILERIAS-ANON-MENOR-EXIT
241820     END-READ.
241825     IF USR-RESPONSABLE NOT = WS-FAM-CABEZA
241830         SET FIN-FAMILIA TO TRUE
241835         GO TO UTILERIAS-ANON-MENOR-EXIT
241840     END-IF.
241845     MOVE SPACES TO USR-RESPONSABLE.
241850     REWRITE REG-USUARIO.
241855     MOVE "REWRITE" TO WS-DIA-OPERACION.
241860     PERFORM DIARIO-USUARIO THRU DIARIO-USUARIO-EXIT.
241865     ADD 1 TO WS-ANON-MENORES.
241870 UTILERIAS-ANON-MENOR-EXIT.
241875     EXIT.
241880*
241885* -----------------------------------------------------------------
241890*  UTILERIAS-ANON-ACTA -- conteos por archivo y por persona al
241895*  pie del acta de la corrida.
241900* -----------------------------------------------------------------
241905 UTILERIAS-ANON-ACTA.
241910     MOVE SPACES TO REG-ACTA-ANON.
241915     WRITE REG-ACTA-ANON.
241920     MOVE SPACES TO WS-LINEA-ANON.
241925     STRING "ARCHIVO                " DELIMITED BY SIZE
241930         "LEIDOS  ANONIMIZADOS  RETENIDOS" DELIMITED BY SIZE
241935         INTO WS-LINEA-ANON
241940     END-STRING.
241945     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
241950     WRITE REG-ACTA-ANON.
241955     PERFORM UTILERIAS-ANON-ACTA-LINEA THRU
241960         UTILERIAS-ANON-ACTA-LINEA-EXIT
241965         VARYING WS-ANON-K FROM 1 BY 1 UNTIL WS-ANON-K > 9.
241970     MOVE SPACES TO REG-ACTA-ANON.
241975     WRITE REG-ACTA-ANON.
241980     MOVE WS-ANON-TOTAL TO WS-ANON-EDITADO.
241985     MOVE SPACES TO WS-LINEA-ANON.
241990     STRING "TOTAL DE REGISTROS ANONIMIZADOS............: "
241995         DELIMITED BY SIZE
242000         WS-ANON-EDITADO DELIMITED BY SIZE
242005         INTO WS-LINEA-ANON
242010     END-STRING.
242015     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242020     WRITE REG-ACTA-ANON.
242025     MOVE WS-ANON-PER-TOTAL TO WS-ANON-EDITADO.
242030     MOVE SPACES TO WS-LINEA-ANON.
242035     STRING "PERSONAS ANONIMIZADAS POR COMPLETO.........: "
242040         DELIMITED BY SIZE
242045         WS-ANON-EDITADO DELIMITED BY SIZE
242050         INTO WS-LINEA-ANON
242055     END-STRING.
242060     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242065     WRITE REG-ACTA-ANON.
242070     MOVE WS-ANON-PER-HIST TO WS-ANON-EDITADO.
242075     MOVE SPACES TO WS-LINEA-ANON.
242080     STRING "PERSONAS CON HISTORIAL ANTIGUO ANONIMIZADO.: "
242085         DELIMITED BY SIZE
242090         WS-ANON-EDITADO DELIMITED BY SIZE
242095         INTO WS-LINEA-ANON
242100     END-STRING.
242105     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242110     WRITE REG-ACTA-ANON.
242115     MOVE WS-ANON-PER-RETENIDAS TO WS-ANON-EDITADO.
242120     MOVE SPACES TO WS-LINEA-ANON.
242125     STRING "PERSONAS RETENIDAS POR MOVIMIENTOS ABIERTOS: "
242130         DELIMITED BY SIZE
242135         WS-ANON-EDITADO DELIMITED BY SIZE
242140         INTO WS-LINEA-ANON
242145     END-STRING.
242150     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242155     WRITE REG-ACTA-ANON.
242160     MOVE WS-ANON-REG-CREADOS TO WS-ANON-EDITADO.
242165     MOVE SPACES TO WS-LINEA-ANON.
242170     STRING "REGISTROS ANONIMOS AGREGADOS A USUARIOS.....: "
242175         DELIMITED BY SIZE
242180         WS-ANON-EDITADO DELIMITED BY SIZE
242185         INTO WS-LINEA-ANON
242190     END-STRING.
242195     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242200     WRITE REG-ACTA-ANON.
242205     MOVE WS-ANON-MENORES TO WS-ANON-EDITADO.
242210     MOVE SPACES TO WS-LINEA-ANON.
242215     STRING "MENORES QUE QUEDARON SIN RESPONSABLE.......: "
242220         DELIMITED BY SIZE
242225         WS-ANON-EDITADO DELIMITED BY SIZE
242230         INTO WS-LINEA-ANON
242235     END-STRING.
242240     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242245     WRITE REG-ACTA-ANON.
242250     IF WS-ANON-TOTAL > ZERO
242255         MOVE "RESPALDOS .RSP REGENERADOS Y DIARIO REINICIADO"
242260             TO REG-ACTA-ANON
242265     ELSE
242270         MOVE "SIN CAMBIOS; LOS RESPALDOS NO SE REGENERARON"
242275             TO REG-ACTA-ANON
242280     END-IF.
242285     WRITE REG-ACTA-ANON.
242290 UTILERIAS-ANON-ACTA-EXIT.
242295     EXIT.
242300*
242305 UTILERIAS-ANON-ACTA-LINEA.
242310     EVALUATE WS-ANON-K
242315         WHEN 1 MOVE "USUARIOS.DAT"       TO WS-ANON-NOMBRE-ARCH
242320         WHEN 2 MOVE "PRESTAMOS.DAT"      TO WS-ANON-NOMBRE-ARCH
242325         WHEN 3 MOVE "HISTPRE.DAT"        TO WS-ANON-NOMBRE-ARCH
242330         WHEN 4 MOVE "PENALIZACIONES.DAT" TO WS-ANON-NOMBRE-ARCH
242335         WHEN 5 MOVE "HISTPEN.DAT"        TO WS-ANON-NOMBRE-ARCH
242340         WHEN 6 MOVE "RESERVAS.DAT"       TO WS-ANON-NOMBRE-ARCH
242345         WHEN 7 MOVE "INTERBIB.DAT"       TO WS-ANON-NOMBRE-ARCH
242350         WHEN 8 MOVE "MENSAJES.DAT"       TO WS-ANON-NOMBRE-ARCH
242355         WHEN 9 MOVE "AUDITORIA.TXT"      TO WS-ANON-NOMBRE-ARCH
242360     END-EVALUATE.
242365     MOVE XA-LEIDOS (WS-ANON-K)       TO WS-ANON-ED-LEIDOS.
242370     MOVE XA-ANONIMIZADOS (WS-ANON-K) TO WS-ANON-ED-ANONIM.
242375     MOVE XA-RETENIDOS (WS-ANON-K)    TO WS-ANON-ED-RETEN.
242380     MOVE SPACES TO WS-LINEA-ANON.
242385     STRING WS-ANON-NOMBRE-ARCH       DELIMITED BY SIZE
242390         WS-ANON-ED-LEIDOS            DELIMITED BY SIZE
242395         "     "                      DELIMITED BY SIZE
242400         WS-ANON-ED-ANONIM            DELIMITED BY SIZE
242405         "  "                         DELIMITED BY SIZE
242410         WS-ANON-ED-RETEN             DELIMITED BY SIZE
242415         INTO WS-LINEA-ANON
242420     END-STRING.
242425     MOVE WS-LINEA-ANON TO REG-ACTA-ANON.
242430     WRITE REG-ACTA-ANON.
242435 UTILERIAS-ANON-ACTA-LINEA-EXIT.
242440     EXIT.
242445*
242450*  PROCESO-LOTE-ANONIMIZA -- anonimizacion general desatendida
242455*  con los anos a conservar de PARAMLOTE.DAT.
242460 PROCESO-LOTE-ANONIMIZA.
242465     IF PAR-ANOS-ANONIMIZA NOT NUMERIC
242470         OR PAR-ANOS-ANONIMIZA = ZERO
242475         MOVE "ERROR: ANOS A CONSERVAR INVALIDOS EN PARAMETROS"
242480             TO WS-LOTE-MENSAJE
242485         PERFORM PROCESO-LOTE-ANOTAR THRU
242490             PROCESO-LOTE-ANOTAR-EXIT
242495         SET LOTE-CON-ERROR TO TRUE
242500         GO TO PROCESO-LOTE-ANONIMIZA-EXIT
242505     END-IF.
242510     MOVE PAR-ANOS-ANONIMIZA TO WS-ANON-ANOS.
242515     SET ANON-GENERAL TO TRUE.
242520     MOVE "LOTE" TO WS-PER-ID-DIGITADO.
242525     PERFORM UTILERIAS-ANON-EJECUTAR THRU
242530         UTILERIAS-ANON-EJECUTAR-EXIT.
242535     IF ANON-CON-ERROR
242540         MOVE "ERROR: NO SE PUDO CREAR TRABANON.DAT"
242545             TO WS-LOTE-MENSAJE
242550         PERFORM PROCESO-LOTE-ANOTAR THRU
242555             PROCESO-LOTE-ANOTAR-EXIT
242560         SET LOTE-CON-ERROR TO TRUE
242565         GO TO PROCESO-LOTE-ANONIMIZA-EXIT
242570     END-IF.
242575     MOVE SPACES TO WS-LOTE-MENSAJE.
242580     STRING "ANONIMIZADOS: "       DELIMITED BY SIZE
242585         WS-ANON-TOTAL             DELIMITED BY SIZE
242590         " PERSONAS RETENIDAS: "   DELIMITED BY SIZE
242595         WS-ANON-PER-RETENIDAS     DELIMITED BY SIZE
242600         " (ACTAANON.TXT)"         DELIMITED BY SIZE
242605         INTO WS-LOTE-MENSAJE
242610     END-STRING.
242615     PERFORM PROCESO-LOTE-ANOTAR THRU PROCESO-LOTE-ANOTAR-EXIT.
242620 PROCESO-LOTE-ANONIMIZA-EXIT.
242625     EXIT.
242630*
900000* -----------------------------------------------------------------
900100*  9999-FINALIZAR
900200* -----------------------------------------------------------------
900400     CLOSE ARCH-USUARIOS ARCH-LIBROS ARCH-EJEMPLARES
900450         ARCH-PRESTAMOS ARCH-TRASLADOS ARCH-POLITICAS
900460         ARCH-SUCURSALES ARCH-FERIADOS
900480         ARCH-INSTITUCIONES ARCH-INTERBIB ARCH-MENSAJES
900486         ARCH-PROVEEDORES ARCH-PRESUPUESTO ARCH-ORDENES
900492         ARCH-ORDEN-LINEAS
900500         ARCH-PENALIZACIONES ARCH-RESERVAS ARCH-PERSONAL
900600         ARCH-AUDITORIA
900700         ARCH-CONTROL.
