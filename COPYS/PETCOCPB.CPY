      * ALIAS COPY MEMBER - RESUELVE EL NOMBRE DE LIBRERIA REAL
      * (VER PETCWCPB.CPY PARA EL LAYOUT FISICO DEL REGISTRO)
       COPY PETCWCPB.
