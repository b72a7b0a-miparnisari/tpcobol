       input-output section.
       file-control.
       
       *> Las estadisticas se reconstruyen sobre el maestro indexado
       *> real que mantiene Principal, no sobre la copia de texto
       *> que quedaba vieja: la gerencia cita estos numeros y tienen
       *> que salir de los datos de verdad.
           organization is line sequential
           file status is fs-estadisticas-csv.

       *> Acumulado persistente de contadores de alquileres por
       *> anio, mes, semana del mes, marca, tamanio y estado: el
       *> reporte sale de aca en vez de barrer el maestro entero
       *> cada noche. Cada corrida le aplica solo la cola de
       *> novedades del dia (RegistrarNovedadEstadistica); el modo
       *> reconstruccion lo recalcula desde cero sobre alquileres.dat
       *> y el historico y deja las diferencias en un informe.
       select estad-acumulado
           assign to disk "..\..\..\Entrada\estadisticas-alquileres.dat"
           organization is indexed
           access mode is dynamic
           record key is est-clave
           file status is fs-estad-acumulado.

       select estad-recalculo
           assign to disk "..\..\..\Files\estadisticas-recalculo.dat"
           organization is indexed
           access mode is dynamic
           record key is rcl-clave
           file status is fs-estad-recalculo.

       select novedades-estad
           assign to disk "..\..\..\Files\ESTAD-PENDIENTES.dat"
           organization is line sequential
           file status is fs-novedades-estad.

       select historico
           assign to disk "..\..\..\Salida\alquileres-historico.dat"
           organization is indexed
           access mode is sequential
           record key is hist-clave
           alternate record key is hist-chofer with duplicates
           file status is fs-historico.

       select diferencias
           assign to disk "..\..\..\Files\estadisticas-diferencias.txt"
           organization is line sequential
           file status is fs-diferencias.

       DATA DIVISION.
       file section.
       
           *> hasta ahora el importe venia dentro del filler y las
           *> estadisticas solo podian contar: una marca con 40
           *> alquileres baratos y una con 40 premium eran iguales
           03 alq-importe      pic 9(6)v99.
           03 alq-chofer       pic x(7).
           03 alq-estado       pic x.
           03 alq-agencia      pic 9.
       fd estadisticas
           label record is standard.
       01 estadisticas-rec.
           03 filler           pic x(160).

       fd estadisticas-csv
           label record is standard.
           03  corr-modo-carga     pic x.
           03  filler              pic x.
           03  corr-archivo-carga  pic x.
           03  filler              pic x.
           03  corr-reconstruir    pic x.

       fd estad-acumulado
           label record is standard.
       01 estad-acumulado-rec.
           03 est-clave.
               05 est-anio         pic 9(4).
               05 est-mes          pic 9(2).
               05 est-semana       pic 9.
               05 est-marca        pic x(20).
               05 est-tamanio      pic x.
               05 est-estado       pic x.
           03 est-cantidad         pic s9(7).
           03 est-importe          pic s9(9)v99.
           03 est-fecha-act        pic 9(8).  *> AAAAMMDD

       fd estad-recalculo
           label record is standard.
       01 estad-recalculo-rec.
           03 rcl-clave            pic x(29).
           03 rcl-cantidad         pic s9(7).
           03 rcl-importe          pic s9(9)v99.
           03 rcl-fecha-act        pic 9(8).  *> AAAAMMDD

       fd novedades-estad
           label record is standard.
       01 reg-novedades-estad.
           03  nes-fecha           pic 9(8).  *> AAAAMMDD
           03  filler              pic x.
           03  nes-hora            pic 9(6).
           03  filler              pic x.
           03  nes-tipo            pic x.
           03  filler              pic x.
           03  nes-origen          pic x(12).
           03  filler              pic x.
           03  nes-antes-clave     pic x(14).
           03  filler              pic x.
           03  nes-antes-estado    pic x.
           03  filler              pic x.
           03  nes-antes-importe   pic 9(6)v99.
           03  filler              pic x.
           03  nes-despues-clave   pic x(14).
           03  filler              pic x.
           03  nes-despues-estado  pic x.
           03  filler              pic x.
           03  nes-despues-importe pic 9(6)v99.

       fd historico
           label record is standard.
       01 reg-historico.
           03 hist-clave.
               05 hist-patente     pic x(6).
               05 hist-fecha.
                   07 hist-dd      pic 9(2).
                   07 hist-mm      pic 9(2).
                   07 hist-aa      pic 9(4).
           03 hist-tipo-doc        pic x.
           03 hist-nro-doc         pic x(20).
           03 hist-importe         pic 9(6)v99.
           03 hist-chofer          pic x(7).
           03 hist-estado          pic x.
           03 hist-agencia         pic 9.
           03 hist-cantdias        pic 9(2).
           03 hist-factura         pic 9(6).
           03 hist-sucursal        pic 99.
           03 hist-grupo           pic 9(4).

       fd diferencias
           label record is standard.
       01 reg-diferencias          pic x(100).

       fd bitacora
           label record is standard.
           03  bit-registros       pic 9(7).
           03  filler              pic x       value spaces.
           03  bit-estado          pic x(2).
           03  filler              pic x(27)   value spaces.
           03  bit-secuencia       pic 9(8).
           03  filler              pic x       value spaces.
           03  bit-control         pic 9(9).

       working-storage section.


       01 fs-estadisticas-csv  pic xx.

       01 fs-estad-acumulado   pic xx.
           88 ok-est                    value "00".
       01 fs-estad-recalculo   pic xx.
           88 ok-rcl                    value "00".
       01 fs-novedades-estad   pic xx.
           88 ok-nes                    value "00".
           88 eof-nes                   value "10".
       01 fs-historico         pic xx.
           88 ok-hist                   value "00".
           88 eof-hist                  value "10".
       01 fs-diferencias       pic xx.

       *> Modo reconstruccion: recalcula el acumulado desde cero
       *> (maestro + historico), informa lo que no coincidia y lo
       *> reemplaza. Se fuerza solo cuando el acumulado no existe.
       01 ws-reconstruir          pic x        value "N".
           88  con-reconstruccion          value "S".
       01 ws-acumulado-nuevo      pic x        value "N".
           88  acumulado-recien-creado     value "S".
       01 ws-fecha-proceso        pic 9(8).
       01 cant-nov-leidas         pic 9(7)     value zeroes.
       01 cant-nov-archivo        pic 9(7)     value zeroes.
       01 cant-hist-leidos        pic 9(7)     value zeroes.
       01 cant-diferencias        pic 9(7)     value zeroes.

       *> Un alquiler (o una de las imagenes de una novedad) visto
       *> como movimiento del acumulado: +1/-1 y su importe sobre la
       *> clave anio/mes/semana/marca/tamanio/estado que le toca.
       01 mov-patente             pic x(6).
       01 mov-fecha.
           03  mov-dd             pic 9(2).
           03  mov-mm             pic 9(2).
           03  mov-aaaa           pic 9(4).
       01 mov-estado              pic x.
       01 mov-cantidad            pic s9(7).
       01 mov-importe             pic s9(9)v99.

       01 clave-estad.
           03  ce-anio            pic 9(4).
           03  ce-mes             pic 9(2).
           03  ce-semana          pic 9.
           03  ce-marca           pic x(20).
           03  ce-tamanio         pic x.
           03  ce-estado          pic x.

       *> Apareo del acumulado contra el recalculo (ambos por clave).
       01 clave-acum              pic x(29).
       01 clave-recal             pic x(29).
       01 dif-cant-acum           pic s9(7).
       01 dif-cant-recal          pic s9(7).
       01 dif-imp-acum            pic s9(9)v99.
       01 dif-imp-recal           pic s9(9)v99.

       01 encabezado-dif1.
           03  filler      pic x(44)   value
               "Estadisticas: acumulado contra recalculo al ".
           03  edif-fecha  pic 9(8).
       01 encabezado-dif2.
           03  filler      pic x(32)   value "Anio Mes S Marca".
           03  filler      pic x(25)   value
               "T E  Cant.acum Cant.recal".
           03  filler      pic x(32)   value
               "    Importe acum   Importe recal".
       01 detalle-dif.
           03 ddif-anio        pic 9(4).
           03 filler           pic x     value spaces.
           03 ddif-mes         pic 9(2).
           03 filler           pic x(2)  value spaces.
           03 ddif-semana      pic 9.
           03 filler           pic x     value spaces.
           03 ddif-marca       pic x(20).
           03 filler           pic x     value spaces.
           03 ddif-tamanio     pic x.
           03 filler           pic x     value spaces.
           03 ddif-estado      pic x.
           03 filler           pic x     value spaces.
           03 ddif-cant-acum   pic -(9)9.
           03 filler           pic x     value spaces.
           03 ddif-cant-recal  pic -(9)9.
           03 filler           pic x     value spaces.
           03 ddif-imp-acum    pic -(11)9.99.
           03 filler           pic x     value spaces.
           03 ddif-imp-recal   pic -(11)9.99.
       01 total-dif.
           03  filler      pic x(26)   value
               "Diferencias encontradas: ".
           03  tdif-cant   pic z(6)9.
       01 linea-dif-inicial.
           03  filler      pic x(40)   value
               "Acumulado inexistente: carga inicial des".
           03  filler      pic x(40)   value
               "de alquileres e historico, sin comparar.".

       01 alerta-origen         pic x(12)   value "ESTADISTICAS".
       01 alerta-severidad      pic 9       value 2.
       01 alerta-texto          pic x(60).

       01 fs-bitacora          pic xx.
       01 sello-log             pic x(12)   value "BITACORA".
       01 sello-texto           pic x(250).
       01 sello-secuencia       pic 9(8).
       01 sello-control         pic 9(9).
       01 cant-alq-leidos      pic 9(7)    value zeroes.

       01 fs-param-corrida     pic xx.
       *> de semana, por ejemplo) sin otra dimension mas de tablas.
       01 ws-desglose-semanal     pic x        value "N".
           88  con-desglose-semanal        value "S".

       01 detalle.
           03 marca            pic x(20).
           03 dimp-marca       pic x(20).
           03 filler           pic x    value spaces.
           03 dimp-col occurs 12 times.
               05 dimp-importe pic zzzzzz9.99.
               05 filler       pic x    value spaces.

       77 ws-mes-imp           pic 9(2).
           perform registrar-bitacora.
           perform leer-parametros-corrida.
           perform preguntar-desglose-semanal.
           perform preguntar-reconstruccion.
           perform abrir-archivos.
           move 1 to ws-indice-vecmarcas.
           move 1 to ws-indice-vectamanios.
           move 1 to ws-indice-vecanios.
           perform imprimir-encabezado-estadisticas.
           perform contar-flota-por-marca.
           perform aplicar-novedades.
           if con-reconstruccion
               perform reconstruir-estadisticas
           end-if.
           perform calcular-estadisticas.
           perform imprimir-por-anio.
           perform imprimir-comparativo-anual.
           end-if.
           perform cerrar-archivos.
           move "FIN" to bit-evento.
           compute bit-registros =
               cant-nov-leidas + cant-alq-leidos + cant-hist-leidos.
           move "OK" to bit-estado.
           perform registrar-bitacora.
           move 0 to return-code.
           if fs-bitacora = "00"
               move function current-date(1:8) to bit-fecha
               move function current-date(9:6) to bit-hora
               move reg-bitacora(1:80) to sello-texto
               call "EncadenarRegistro" using sello-log, sello-texto,
                   sello-secuencia, sello-control
               move sello-secuencia to bit-secuencia
               move sello-control to bit-control
               write reg-bitacora
               close bitacora
           end-if.
           if ws-desglose-semanal <> "S" and ws-desglose-semanal <> "N"
               move "N" to ws-desglose-semanal
           end-if.

       preguntar-reconstruccion.
           if modo-desatendido
               move corr-reconstruir to ws-reconstruir
           else
               display "Reconstruir estadisticas desde cero (S/N)? "
               accept ws-reconstruir
           end-if.
           if ws-reconstruir <> "S" and ws-reconstruir <> "N"
               move "N" to ws-reconstruir
           end-if.
           
       abrir-archivos.
           move function current-date(1:8) to ws-fecha-proceso.
           open i-o estad-acumulado.
           if fs-estad-acumulado = "35"
               *> primera vez: el acumulado no existe y se arma
               *> completo desde los alquileres
               open output estad-acumulado
               close estad-acumulado
               open i-o estad-acumulado
               move "S" to ws-acumulado-nuevo
               move "S" to ws-reconstruir
           end-if.
           if not ok-est
               display "Error al abrir acumulado de estadisticas: "
                   fs-estad-acumulado
               accept ws-indice-vecmarcas
               move 1 to return-code
               stop run
           end-if.
           open input autos.
           if (fs-autos <> 00)
               close estad-acumulado
               display "Error al abrir archivo de autos: " fs-autos
               accept ws-indice-vecmarcas
               move 1 to return-code
               add 1 to cant-alq-leidos
           end-if.

       *> Agregan la marca, el tamanio y el anio de la clave del
       *> acumulado (clave-estad) a sus diccionarios respectivos si
       *> todavia no aparecieron.
       registrar-marca.
           set ind to 1.
           search vecmarcas
               at end
                   if ws-indice-vecmarcas <= ws-maxautos
                       move ce-marca to vec-marca(ws-indice-vecmarcas)
                       set ws-indice-marca to ws-indice-vecmarcas
                       add 1 to ws-indice-vecmarcas
                   end-if
               when ce-marca = vec-marca(ind)
                   set ws-indice-marca to ind
           end-search.

           search vectamanios
               at end
                   if ws-indice-vectamanios <= ws-maxtamanios
                       move ce-tamanio to
                           vec-tamanio(ws-indice-vectamanios)
                       set ws-indice-tamanio to ws-indice-vectamanios
                       add 1 to ws-indice-vectamanios
                   end-if
               when ce-tamanio = vec-tamanio(ind-tam)
                   set ws-indice-tamanio to ind-tam
           end-search.

       registrar-anio.
           set ind-anio to 1.
           search vecanios
               at end
                   if ws-indice-vecanios <= ws-maxanios
                       move ce-anio to vec-anio(ws-indice-vecanios)
                       set ws-indice-anio to ws-indice-vecanios
                       add 1 to ws-indice-vecanios
                   end-if
               when ce-anio = vec-anio(ind-anio)
                   set ws-indice-anio to ind-anio
           end-search.

           perform acumular-flota-por-marca until eofautos.

       acumular-flota-por-marca.
           move aut-marca to ce-marca.
           perform registrar-marca.
           add 1 to vecflotamarca(ws-indice-marca).
           read autos next record
           end-read.


       *> Novedades del dia: cada una descuenta del acumulado la
       *> imagen anterior del alquiler y suma la posterior, con la
       *> marca y el tamanio del auto leidos de autos.dat (lectura
       *> indexada, access mode dynamic). Los pasajes al historico
       *> solo se cuentan: el alquiler archivado sigue en el
       *> acumulado. Si el acumulado se acaba de crear, la cola se
       *> descarta porque la reconstruccion ya la incluye.
       aplicar-novedades.
           open input novedades-estad.
           if ok-nes
               perform leer-novedad
               perform aplicar-novedad until eof-nes
               close novedades-estad
               *> todo lo leido quedo en el acumulado
               open output novedades-estad
               close novedades-estad
           end-if.
           close estad-acumulado.

       leer-novedad.
           read novedades-estad
               at end continue
           end-read.

       aplicar-novedad.
           add 1 to cant-nov-leidas.
           if nes-tipo = "H"
               add 1 to cant-nov-archivo
           else if not acumulado-recien-creado
               perform descontar-imagen-anterior
               perform sumar-imagen-posterior
           end-if.
           perform leer-novedad.

       descontar-imagen-anterior.
           if nes-antes-clave <> spaces
               move nes-antes-clave(1:6) to mov-patente
               move nes-antes-clave(7:8) to mov-fecha
               move nes-antes-estado to mov-estado
               move -1 to mov-cantidad
               compute mov-importe = 0 - nes-antes-importe
               perform armar-clave-estad
               perform acumular-en-acumulado
           end-if.

       sumar-imagen-posterior.
           if nes-despues-clave <> spaces
               move nes-despues-clave(1:6) to mov-patente
               move nes-despues-clave(7:8) to mov-fecha
               move nes-despues-estado to mov-estado
               move 1 to mov-cantidad
               move nes-despues-importe to mov-importe
               perform armar-clave-estad
               perform acumular-en-acumulado
           end-if.

       *> Semana DENTRO del mes (1ra a 5ta), como el desglose
       *> semanal; una patente que ya no esta en autos.dat queda
       *> agrupada aparte en vez de caer en la marca de otro auto.
       armar-clave-estad.
           move mov-aaaa to ce-anio.
           move mov-mm to ce-mes.
           compute ce-semana = (mov-dd - 1) / 7 + 1.
           if ce-semana > 5
               move 5 to ce-semana
           end-if.
           move mov-estado to ce-estado.
           move mov-patente to aut-patente.
           read autos
               invalid key
                   move "SIN AUTO EN FLOTA" to ce-marca
                   move "?" to ce-tamanio
               not invalid key
                   move aut-marca to ce-marca
                   move aut-tamanio to ce-tamanio
           end-read.

       acumular-en-acumulado.
           move clave-estad to est-clave.
           read estad-acumulado
               invalid key
                   move clave-estad to est-clave
                   move mov-cantidad to est-cantidad
                   move mov-importe to est-importe
                   move ws-fecha-proceso to est-fecha-act
                   write estad-acumulado-rec
               not invalid key
                   add mov-cantidad to est-cantidad
                   add mov-importe to est-importe
                   move ws-fecha-proceso to est-fecha-act
                   rewrite estad-acumulado-rec
           end-read.
           if not ok-est
               display "Error al grabar acumulado de estadisticas fs: "
                   fs-estad-acumulado
           end-if.

       *> Reconstruccion: el mismo acumulado recalculado desde cero
       *> sobre alquileres.dat y el historico, en un archivo aparte;
       *> despues se aparea clave por clave contra el acumulado (las
       *> diferencias van a estadisticas-diferencias.txt) y el
       *> recalculo pasa a ser el acumulado vigente.
       reconstruir-estadisticas.
           open output estad-recalculo.
           close estad-recalculo.
           open i-o estad-recalculo.
           if not ok-rcl
               display "Error al abrir recalculo de estadisticas fs: "
                   fs-estad-recalculo
               accept ws-indice-vecmarcas
               move 1 to return-code
               stop run
           end-if.
           open input alquileresmae.
           if (fs-alquileresmae <> 00)
               display "Error al abrir archivo de alquileres: "
                   fs-alquileresmae
               accept ws-indice-vecmarcas
               move 1 to return-code
               stop run
           end-if.
           perform leer-alquileresmae.
           perform recalcular-alquiler until eofalquileres.
           close alquileresmae.
           *> sin historico (nunca se archivo nada) alcanza el maestro
           open input historico.
           if ok-hist
               perform leer-historico
               perform recalcular-historico until eof-hist
               close historico
           end-if.
           close estad-recalculo.
           perform comparar-acumulado.
           perform reemplazar-acumulado.

       recalcular-alquiler.
           move alq-patente to mov-patente.
           move alq-fech to mov-fecha.
           move alq-estado to mov-estado.
           move 1 to mov-cantidad.
           if alq-importe is numeric
               move alq-importe to mov-importe
           else
               move zeroes to mov-importe
           end-if.
           perform armar-clave-estad.
           perform acumular-en-recalculo.
           perform leer-alquileresmae.

       leer-historico.
           read historico next record
               at end continue
           end-read.
           if ok-hist
               add 1 to cant-hist-leidos
           end-if.

       recalcular-historico.
           move hist-patente to mov-patente.
           move hist-fecha to mov-fecha.
           move hist-estado to mov-estado.
           move 1 to mov-cantidad.
           if hist-importe is numeric
               move hist-importe to mov-importe
           else
               move zeroes to mov-importe
           end-if.
           perform armar-clave-estad.
           perform acumular-en-recalculo.
           perform leer-historico.

       acumular-en-recalculo.
           move clave-estad to rcl-clave.
           read estad-recalculo
               invalid key
                   move clave-estad to rcl-clave
                   move mov-cantidad to rcl-cantidad
                   move mov-importe to rcl-importe
                   move ws-fecha-proceso to rcl-fecha-act
                   write estad-recalculo-rec
               not invalid key
                   add mov-cantidad to rcl-cantidad
                   add mov-importe to rcl-importe
                   rewrite estad-recalculo-rec
           end-read.
           if not ok-rcl
               display "Error al grabar recalculo de estadisticas fs: "
                   fs-estad-recalculo
           end-if.

       comparar-acumulado.
           open output diferencias.
           move ws-fecha-proceso to edif-fecha.
           move encabezado-dif1 to reg-diferencias.
           write reg-diferencias.
           move encabezado5 to reg-diferencias.
           write reg-diferencias.
           if acumulado-recien-creado
               move linea-dif-inicial to reg-diferencias
               write reg-diferencias
           else
               move encabezado-dif2 to reg-diferencias
               write reg-diferencias
               open input estad-acumulado
               open input estad-recalculo
               perform leer-acumulado-comp
               perform leer-recalculo-comp
               perform comparar-clave until clave-acum = high-values
                   and clave-recal = high-values
               close estad-acumulado
               close estad-recalculo
               move cant-diferencias to tdif-cant
               move total-dif to reg-diferencias
               write reg-diferencias
           end-if.
           close diferencias.
           display "Reconstruccion de estadisticas: diferencias "
               cant-diferencias.
           if cant-diferencias > zeroes
               move "ESTADISTICAS: EL ACUMULADO TENIA DIFERENCIAS"
                   to alerta-texto
               call "RegistrarAlerta" using alerta-origen,
                   alerta-severidad, alerta-texto
           end-if.

       leer-acumulado-comp.
           read estad-acumulado next record
               at end move high-values to clave-acum
               not at end move est-clave to clave-acum
           end-read.

       leer-recalculo-comp.
           read estad-recalculo next record
               at end move high-values to clave-recal
               not at end move rcl-clave to clave-recal
           end-read.

       *> Una clave que solo esta de un lado es diferencia si ese lado
       *> tiene algo (el acumulado puede guardar claves que quedaron
       *> en cero despues de mover alquileres de estado).
       comparar-clave.
           if clave-acum < clave-recal
               move clave-acum to clave-estad
               move est-cantidad to dif-cant-acum
               move est-importe to dif-imp-acum
               move zeroes to dif-cant-recal
               move zeroes to dif-imp-recal
               perform leer-acumulado-comp
           else if clave-acum > clave-recal
               move clave-recal to clave-estad
               move zeroes to dif-cant-acum
               move zeroes to dif-imp-acum
               move rcl-cantidad to dif-cant-recal
               move rcl-importe to dif-imp-recal
               perform leer-recalculo-comp
           else
               move clave-acum to clave-estad
               move est-cantidad to dif-cant-acum
               move est-importe to dif-imp-acum
               move rcl-cantidad to dif-cant-recal
               move rcl-importe to dif-imp-recal
               perform leer-acumulado-comp
               perform leer-recalculo-comp
           end-if.
           if dif-cant-acum <> dif-cant-recal
               or dif-imp-acum <> dif-imp-recal
               perform informar-diferencia
           end-if.

       informar-diferencia.
           move ce-anio to ddif-anio.
           move ce-mes to ddif-mes.
           move ce-semana to ddif-semana.
           move ce-marca to ddif-marca.
           move ce-tamanio to ddif-tamanio.
           move ce-estado to ddif-estado.
           move dif-cant-acum to ddif-cant-acum.
           move dif-cant-recal to ddif-cant-recal.
           move dif-imp-acum to ddif-imp-acum.
           move dif-imp-recal to ddif-imp-recal.
           move detalle-dif to reg-diferencias.
           write reg-diferencias.
           add 1 to cant-diferencias.

       reemplazar-acumulado.
           open output estad-acumulado.
           open input estad-recalculo.
           perform leer-recalculo-comp.
           perform copiar-recalculo until clave-recal = high-values.
           close estad-recalculo.
           close estad-acumulado.

       copiar-recalculo.
           move rcl-clave to est-clave.
           move rcl-cantidad to est-cantidad.
           move rcl-importe to est-importe.
           move rcl-fecha-act to est-fecha-act.
           write estad-acumulado-rec.
           perform leer-recalculo-comp.

       imprimir-encabezado-estadisticas.
           move function current-date to fecha-de-hoy.
           move corresponding fecha-de-hoy to encabezado1.
           
           add 5 to ws-nro-linea.
       
       *> Las matrices se cargan del acumulado, una clave por vez,
       *> con la cantidad y el importe que ya trae sumados.
       calcular-estadisticas.
           open input estad-acumulado.
           if not ok-est
               display "Error al abrir acumulado de estadisticas: "
                   fs-estad-acumulado
           else
               perform leer-acumulado
               perform proceso until not ok-est
               close estad-acumulado
           end-if.

       leer-acumulado.
           read estad-acumulado next record
               at end continue
           end-read.
       
       *> El negocio aprobado ("T" y los ya devueltos "D") es la
       *> cifra principal de todas las matrices; los pendientes "P"
       *> solo alimentan su columna propia, y los demas estados
       *> (rechazados por supervisor, no-shows, etc.) quedan en el
       *> acumulado pero no cuentan en el reporte.
       proceso.
           if est-cantidad > zero and est-mes >= 1 and est-mes <= 12
               and est-semana >= 1
               move est-clave to clave-estad
               perform registrar-marca
               perform registrar-tamanio
               perform registrar-anio
               if est-estado = "P"
                   add est-cantidad to matrizpendmarca-elem(
                       ws-indice-anio, ws-indice-marca)
                   add est-cantidad to
                       vectotalpend-elem(ws-indice-anio)
               end-if
               if est-estado = "T" or est-estado = "D"
                   perform acumular-aprobado
               end-if
           end-if.

           perform leer-acumulado.

       acumular-aprobado.
           add est-cantidad to matrizmarcaxmes-elem(ws-indice-anio,
               ws-indice-marca, est-mes).
           add est-cantidad to vectotalmensual-elem(ws-indice-anio,
               est-mes).
           add est-cantidad to vectotalmarca-elem(ws-indice-anio,
               ws-indice-marca).
           add est-cantidad to vectotalgeneral-elem(ws-indice-anio).

           add est-cantidad to matriztamanioxmes-elem(ws-indice-anio,
               ws-indice-tamanio, est-mes).
           add est-cantidad to vectotaltamanio-elem(ws-indice-anio,
               ws-indice-tamanio).

           add est-importe to matrizimportemarca-col(
               ws-indice-anio, ws-indice-marca, est-mes).
           add est-importe to matrizimportetam-col(
               ws-indice-anio, ws-indice-tamanio, est-mes).
           add est-importe to vectotalmensual-imp-elem(
               ws-indice-anio, est-mes).
           add est-importe to vectotalanual-imp-elem(
               ws-indice-anio).

           if con-desglose-semanal
               add est-cantidad to matrizmarcasemana-elem(
                   ws-indice-marca, est-semana)
               add est-cantidad to
                   vectotalmarcasemana-elem(ws-indice-marca)
           end-if.
       
       *> Un bloque de reporte completo (matriz marca x mes y matriz
           end-if.
       
       cerrar-archivos.
           close autos
                 estadisticas
                 estadisticas-csv.
