       IDENTIFICATION DIVISION.
       PROGRAM-ID. KHC050BP.
      *-----------------------------------------------------------------
      * AUTHOR.          SE:YAMAMOTO  PGM:KASUYA.
      * DATE-WRITTEN.     2026/10/15.
      * DATE-COMPILED.    TODAY.
      * REMARKS. 休眠店検出・台帳除外登録.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004840) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           STDCALL IS DLL
           ARGUMENT-NUMBER IS ARGNUM
           ARGUMENT-VALUE  IS ARGVAL
           .
       EXTERNAL-PROGRAM SECTION.
           CALL-CONVENTION.
           'KXU001SP' IS DLL
           'KXU002SC' IS DLL
           'KXU009SC' IS DLL
           .

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL 除外申請ファイル
               ASSIGN TO DORMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-申請状態.
           SELECT OPTIONAL 候補リストファイル
               ASSIGN TO DORMLIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS  IS W-候補状態.
       DATA DIVISION.
       FILE SECTION.
       FD  除外申請ファイル.
       01  除外申請ファイルレコード   PIC  X(080).
       FD  候補リストファイル.
       01  候補リストレコード         PIC  X(132).

      ******************************************************************
       WORKING-STORAGE   SECTION.

      ** D-ログ域

           COPY XAU0101    PREFIXING D-.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC050BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ERR-CODE  SYNC         PIC S9(004) COMP VALUE  8.
       01  LOCK-CODE SYNC         PIC S9(004) COMP VALUE 12.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.

       01  W-環境コード件数          PIC  9(002) VALUE 0.
       01  W-環境コード添字          PIC  9(002) VALUE 0.
       01  W-引数添字                PIC  9(002) VALUE 0.
       01  W-環境コード一覧.
           03  W-環境コード OCCURS 11 TIMES  PIC X(008).

       01  W-申請状態                PIC  X(002) VALUE SPACE.
       01  W-候補状態                PIC  X(002) VALUE SPACE.
       01  W-最終リターンコード      PIC S9(004) COMP VALUE 0.
       01  W-申請終了区分            PIC  X(001) VALUE '0'.
           88  申請ファイル終了である         VALUE '1'.
       01  W-候補終了区分            PIC  X(001) VALUE '0'.
           88  候補カーソル終了である         VALUE '1'.
       01  W-再開終了区分            PIC  X(001) VALUE '0'.
           88  再開カーソル終了である         VALUE '1'.

       01  W-現定義キー              PIC  X(010) VALUE SPACE.
       01  W-キー初回区分            PIC  X(001) VALUE '1'.
           88  キー初回である                 VALUE '1'.

       01  W-候補件数                PIC  9(009) VALUE 0.
       01  W-キー候補件数            PIC  9(007) VALUE 0.
       01  W-申請読込件数            PIC  9(007) VALUE 0.
       01  W-登録適用件数            PIC  9(007) VALUE 0.
       01  W-解除適用件数            PIC  9(007) VALUE 0.
       01  W-適用違反件数            PIC  9(007) VALUE 0.
       01  W-再開件数                PIC  9(007) VALUE 0.

      ** 判定開始年月(対象年月からN-1か月前)の計算域

       01  W-通算月数                PIC  9(007) VALUE 0.
       01  W-通算年                  PIC  9(004) VALUE 0.
       01  W-通算月余り              PIC  9(002) VALUE 0.
       01  W-判定開始年              PIC  9(004) VALUE 0.
       01  W-判定開始月              PIC  9(002) VALUE 0.

      ** 除外申請トランザクションレイアウト
      ** 申請区分  A:除外登録 D:除外解除
      ** 適用年月区分 空白時は対象年月区分から適用

       01  W-除外申請行.
           03  W-除申-申請区分        PIC  X(01).
           03  W-除申-店コード        PIC  X(10).
           03  W-除申-ブランドコード  PIC  X(02).
           03  W-除申-適用年月区分    PIC  X(06).
           03  W-除申-申請者          PIC  X(10).
           03  FILLER                 PIC  X(51).

       01  W-申請キー                PIC  X(020) VALUE SPACE.

      ** 候補リスト

       01  W-休眠見出し行.
           03  FILLER                 PIC  X(30) VALUE
               '＜休眠店候補リスト＞'.
           03  FILLER                 PIC  X(14) VALUE
               ' 対象年月='.
           03  W-休見-年月            PIC  X(06).
           03  FILLER                 PIC  X(14) VALUE
               ' 判定月数='.
           03  W-休見-月数            PIC  Z9.
           03  FILLER                 PIC  X(14) VALUE
               ' 判定開始='.
           03  W-休見-開始年月        PIC  X(06).
           03  FILLER                 PIC  X(08) VALUE ' ＤＢ='.
           03  W-休見-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(30) VALUE SPACE.

       01  W-キー見出し行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  FILLER                 PIC  X(25) VALUE
               '支店帳票定義キー='.
           03  W-キ見-キー            PIC  X(10).
           03  FILLER                 PIC  X(95) VALUE SPACE.

       01  W-候補見出し行.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(10) VALUE '得意先'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(02) VALUE 'BR'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(01) VALUE 'C'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(12) VALUE '最終実績'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(15) VALUE
               '開店年月日'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(15) VALUE
               '改装年月日'.
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  FILLER                 PIC  X(15) VALUE
               '除外登録'.
           03  FILLER                 PIC  X(55) VALUE SPACE.

       01  W-候補行.
           03  FILLER                 PIC  X(01).
           03  W-候-店                PIC  X(10).
           03  FILLER                 PIC  X(01).
           03  W-候-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01).
           03  W-候-チャネル          PIC  X(01).
           03  FILLER                 PIC  X(01).
           03  W-候-最終実績          PIC  X(12).
           03  FILLER                 PIC  X(01).
           03  W-候-開店年月日        PIC  X(15).
           03  FILLER                 PIC  X(01).
           03  W-候-改装年月日        PIC  X(15).
           03  FILLER                 PIC  X(01).
           03  W-候-登録              PIC  X(15).
           03  FILLER                 PIC  X(55).

       01  W-キー計行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  FILLER                 PIC  X(13) VALUE '候補件数='.
           03  W-キ計-件数            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(110) VALUE SPACE.

       01  W-区切行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  W-区切-文言            PIC  X(60).
           03  FILLER                 PIC  X(70) VALUE SPACE.

       01  W-違反行.
           03  W-違反-検査区分        PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-重度区分        PIC  X(01).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-用途区分        PIC  X(01).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-キー            PIC  X(20).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-ＤＢ接続先      PIC  X(08).
           03  FILLER                 PIC  X(01) VALUE SPACE.
           03  W-違反-対象年月区分    PIC  X(06).
           03  FILLER                 PIC  X(83) VALUE SPACE.

       01  W-再開行.
           03  FILLER                 PIC  X(01).
           03  W-再-店                PIC  X(10).
           03  FILLER                 PIC  X(01).
           03  W-再-ブランド          PIC  X(02).
           03  FILLER                 PIC  X(01).
           03  W-再-見出し１          PIC  X(13).
           03  W-再-登録年月          PIC  X(06).
           03  W-再-見出し２          PIC  X(14).
           03  W-再-実績年月          PIC  X(06).
           03  FILLER                 PIC  X(78).

       01  W-休眠計行.
           03  FILLER                 PIC  X(02) VALUE SPACE.
           03  FILLER                 PIC  X(13) VALUE '候補件数='.
           03  W-休計-候補            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 登録件数='.
           03  W-休計-登録            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 解除件数='.
           03  W-休計-解除            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 違反件数='.
           03  W-休計-違反            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(14) VALUE
               ' 再開件数='.
           03  W-休計-再開            PIC  ZZZ,ZZ9.
           03  FILLER                 PIC  X(26) VALUE SPACE.

           EXEC SQL BEGIN DECLARE SECTION END-EXEC.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-判定月数                PIC  9(2).
       01  W-判定開始年月            PIC  X(6).
       01  W-候補定義キー            PIC  X(10).
       01  W-候補店コード            PIC  X(10).
       01  W-候補ブランド            PIC  X(2).
       01  W-候補チャネル            PIC  X(1).
       01  W-最終実績年月            PIC  X(6).
       01  W-開店年月日              PIC  X(8).
       01  W-改装年月日              PIC  X(8).
       01  W-登録有無区分            PIC  X(1).
       01  W-申請店コード            PIC  X(10).
       01  W-申請ブランド            PIC  X(2).
       01  W-申請年月区分            PIC  X(6).
       01  W-申請者                  PIC  X(10).
       01  W-登録時刻                PIC  X(14).
       01  W-既存件数                PIC  9(005).
       01  W-候補該当件数            PIC  9(005).
       01  W-再開店コード            PIC  X(10).
       01  W-再開ブランド            PIC  X(2).
       01  W-再開登録年月            PIC  X(6).
       01  W-再開実績年月            PIC  X(6).
       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA            END-EXEC.
           EXEC SQL INCLUDE XAU0201.CBL      END-EXEC.
           EXEC SQL INCLUDE XAT0201.CBL      END-EXEC.

      ** 休眠候補カーソル定義
      ** 支店帳票定義キー単位にページを分けるため、
      ** 定義キー順に取り出す。除外登録の有無を付け
      ** る。

           EXEC SQL DECLARE 候補CUR CURSOR FOR
             SELECT C.支店帳票定義キー
                   ,C.得意先コード店マター
                   ,C.ブランドコード
                   ,C.チャネル区分
                   ,C.最終実績年月
                   ,C.開店年月日
                   ,C.改装年月日
                   ,CASE WHEN EXISTS
                         (SELECT 1
                            FROM XAT_DORMANT_EXCL X
                           WHERE X.得意先コード店マター
                                 = C.得意先コード店マター
                             AND X.ブランドコード
                                 = C.ブランドコード)
                         THEN '1' ELSE '0' END
               FROM HCT_DORMANT_CAND C
              ORDER BY C.支店帳票定義キー
                      ,C.得意先コード店マター
                      ,C.ブランドコード
                      ,C.チャネル区分
           END-EXEC.

      ** 実績再開カーソル定義
      ** 除外登録済の店×ブランドのうち、判定期間内
      ** に純売上または出荷のある月を持つもの。除外
      ** を続けると実績が台帳に載らないため警告す
      ** る。

           EXEC SQL DECLARE 再開CUR CURSOR FOR
             SELECT X.得意先コード店マター
                   ,X.ブランドコード
                   ,X.対象年月区分
                   ,A.最終実績年月
               FROM XAT_DORMANT_EXCL X
                   ,(SELECT M.得意先コード店マター
                           ,M.ブランドコード
                           ,MAX(M.対象年月) AS 最終実績年月
                       FROM
                           (SELECT NVL(K5.新店コード,
                                   S1.得意先コード店マター)
                                     AS 得意先コード店マター
                                  ,NVL(D5.ブランド変換コード,
                                       S1.ブランドコード)
                                     AS ブランドコード
                                  ,S1.対象年月
                              FROM
                                 HCT_SALES_PERFORMANCE  S1
                               ,(SELECT  変換元コード
                                         AS ブランドコード
                                       ,変換先コード
                                         AS ブランド変換コード
                                   FROM XAT_BRAND_MAP M1
                                  WHERE M1.用途区分 = '1'
                                    AND M1.対象年月区分
                                       <= :WK対象年月区分
                                    AND M1.対象年月区分 =
                                    (SELECT MAX(M2.対象年月区分)
                                       FROM XAT_BRAND_MAP M2
                                      WHERE M2.用途区分
                                            = M1.用途区分
                                        AND M2.変換元コード
                                            = M1.変換元コード
                                        AND M2.対象年月区分
                                           <= :WK対象年月区分)
                                ) D5
                               ,(SELECT CONNECT_BY_ROOT
                                          E.旧店コード
                                         AS 旧店コード
                                       ,E.新店コード
                                   FROM
                                   (SELECT M3.旧店コード
                                          ,M3.新店コード
                                      FROM XAT_MISE_TSUKEKAE M3
                                     WHERE M3.対象年月区分
                                        <= :WK対象年月区分
                                       AND M3.対象年月区分 =
                                   (SELECT MAX(M4.対象年月区分)
                                      FROM XAT_MISE_TSUKEKAE M4
                                     WHERE M4.旧店コード
                                           = M3.旧店コード
                                       AND M4.対象年月区分
                                          <= :WK対象年月区分)
                                       AND M3.旧店コード
                                           <> M3.新店コード
                                   ) E
                                  WHERE CONNECT_BY_ISLEAF = 1
                                CONNECT BY NOCYCLE
                                        PRIOR E.新店コード
                                          = E.旧店コード
                                ) K5
                             WHERE
                                   S1.ブランドコード
                                   = D5.ブランドコード (+)
                               AND S1.得意先コード店マター
                                   = K5.旧店コード (+)
                               AND S1.ブランドコード
                                   NOT IN ('90', '91', '92')
                               AND S1.対象年月
                                   >= :W-判定開始年月
                               AND S1.対象年月
                                   <= :WK対象年月区分
                             GROUP BY
                                  NVL(K5.新店コード,
                                   S1.得意先コード店マター)
                                 ,NVL(D5.ブランド変換コード,
                                      S1.ブランドコード)
                                     ,S1.対象年月
                            HAVING SUM(S1.純売上額) <> 0
                                OR SUM(S1.出荷品額) <> 0
                           ) M
                      GROUP BY M.得意先コード店マター
                              ,M.ブランドコード
                    ) A
              WHERE X.対象年月区分 <= :WK対象年月区分
                AND A.得意先コード店マター
                    = X.得意先コード店マター
                AND A.ブランドコード = X.ブランドコード
              ORDER BY X.得意先コード店マター
                      ,X.ブランドコード
           END-EXEC.

      ******************************************************************
       PROCEDURE         DIVISION.
      *-----------------------------------------------------------------
       主処理.
      *-----------------------------------------------------------------

      ** 開始ログ出力

           MOVE  SPACE        TO D-ログ域
           MOVE  WKPGMID      TO D-プログラムＩＤ
           MOVE  'STARTED   ' TO D-カウント区分
           CALL  KXU002SC  USING  D-ログ域

      ** メイン制御
      ** 当月台帳の店×ブランド×チャネルのうち、直
      ** 近N か月(HCM507)の純売上・出荷がすべて0の
      ** ものを休眠候補(HCT_DORMANT_CAND)とし、支店
      ** の確認済み除外申請(DORMTRAN)を除外登録表
      ** (XAT_DORMANT_EXCL)へ反映して、候補リスト
      ** (DORMLIST)を支店帳票定義キー別に出力する。
      ** 除外登録は次回以降の再構築(KHC031BP)で台帳
      ** から外す。

           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.
           PERFORM  得意先接続情報取得処理.
           MOVE  1            TO W-環境コード添字.
           PERFORM  環境別休眠処理
               UNTIL W-環境コード添字 > W-環境コード件数.

           MOVE 'END       '   TO D-カウント区分.
           CALL KXU002SC   USING  D-ログ域.
           MOVE  W-最終リターンコード  TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       環境別休眠処理.
      *-----------------------------------------------------------------
           MOVE  W-環境コード(W-環境コード添字)  TO ARGDATA.

           CALL KXU009SC  USING  BY VALUE      ARGDATA
                                 BY REFERENCE  USERNAME
                                               PASSWD
                                               DB-NAME
           IF RETURN-CODE NOT = 0
             THEN
               STOP RUN
             ELSE
               CONTINUE
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  排他ロック取得処理.

      ** 複数環境指定時は2環境目以降を追記とする。

           IF W-環境コード添字 = 1
             THEN
               OPEN OUTPUT 候補リストファイル
             ELSE
               OPEN EXTEND 候補リストファイル
           END-IF
           IF W-候補状態 NOT = '00'
             THEN
               PERFORM 候補リストエラー処理
           END-IF

           MOVE  WK対象年月区分   TO W-休見-年月
           MOVE  W-判定月数       TO W-休見-月数
           MOVE  W-判定開始年月   TO W-休見-開始年月
           MOVE  DB-NAME          TO W-休見-ＤＢ接続先
           WRITE 候補リストレコード FROM W-休眠見出し行
               AFTER ADVANCING PAGE
           PERFORM 候補リスト状態確認処理

           PERFORM 候補作成処理
           PERFORM 除外申請取込処理
           PERFORM 候補リスト出力処理
           PERFORM 実績再開検出処理

           MOVE  W-候補件数       TO W-休計-候補
           MOVE  W-登録適用件数   TO W-休計-登録
           MOVE  W-解除適用件数   TO W-休計-解除
           MOVE  W-適用違反件数   TO W-休計-違反
           MOVE  W-再開件数       TO W-休計-再開
           WRITE 候補リストレコード FROM W-休眠計行
               AFTER ADVANCING 2 LINES
           PERFORM 候補リスト状態確認処理

           CLOSE 候補リストファイル
           IF W-候補状態 NOT = '00'
             THEN
               PERFORM 候補リストエラー処理
           END-IF

           MOVE 'DORM-CAND='   TO D-カウント区分
           MOVE W-候補件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'DORM-READ='   TO D-カウント区分
           MOVE W-申請読込件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'DORM-ADD ='   TO D-カウント区分
           MOVE W-登録適用件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'DORM-DEL ='   TO D-カウント区分
           MOVE W-解除適用件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'DORM-ERR ='   TO D-カウント区分
           MOVE W-適用違反件数  TO D-カウント
           CALL KXU002SC    USING D-ログ域
           MOVE 'DORM-ACT ='   TO D-カウント区分
           MOVE W-再開件数      TO D-カウント
           CALL KXU002SC    USING D-ログ域

           PERFORM  排他ロック解除処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

      *-----------------------------------------------------------------
       得意先接続情報取得処理.
      *-----------------------------------------------------------------
           ACCEPT ARGCNT  FROM ARGNUM
           IF ARGCNT > MAXARG
             THEN
               MOVE '引数に誤りがあります'   TO
                   D-メッセージ域
               CALL KXU002SC              USING D-ログ域
               MOVE ABND-CODE                TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE  0            TO W-環境コード件数
           MOVE  SPACE        TO W-環境コード一覧

           IF ARGCNT = 0
             THEN
               MOVE  1            TO W-環境コード件数
               MOVE  SPACE        TO W-環境コード(1)
             ELSE
               PERFORM  引数取込処理  VARYING W-引数添字 FROM
                   1 BY 1
                   UNTIL W-引数添字 > ARGCNT
           END-IF.

      *-----------------------------------------------------------------
       引数取込処理.
      *-----------------------------------------------------------------
           DISPLAY  W-引数添字          UPON ARGUMENT-NUMBER
           ACCEPT ARGDATA FROM ARGVAL
             ON EXCEPTION
               MOVE '引数に誤りがあります' TO
                   D-メッセージ域
               CALL KXU002SC            USING D-ログ域
               MOVE ABND-CODE              TO RETURN-CODE
               STOP RUN
             NOT ON EXCEPTION
               ADD  1                 TO W-環境コード件数
               MOVE ARGDATA           TO
                   W-環境コード(W-環境コード件数)
           END-ACCEPT.

      *-----------------------------------------------------------------
       得意先接続処理.
      *-----------------------------------------------------------------
           EXEC SQL
             CONNECT :USERNAME IDENTIFIED BY :PASSWD AT :DB-NAME
           END-EXEC.

      *-----------------------------------------------------------------
       SQL-ERROR.
      *-----------------------------------------------------------------
           MOVE  'データベースエラー' TO D-メッセージ域.
           CALL  KXU002SC  USING  D-ログ域.
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           MOVE 'ORACLE ERROR DETECTED:' TO D-メッセージ域.
           MOVE SQLERRMC TO D-メッセージ域(25:100).
           CALL KXU002SC USING D-ログ域.

           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
      *-----------------------------------------------------------------
           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分

      ** 休眠と判定する月数をXAT_PARAM(HCM507)から取
      ** 得する。該当行が無ければ6か月とする。

           MOVE  6            TO W-判定月数

           MOVE 'HCM507'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT 休眠判定月数
               INTO :W-判定月数
               FROM XAT_PARAM
              WHERE ジョブコード   = :ジョブコード
                AND パラメータ番号 = :パラメータ番号
                AND 行番号         = :行番号
           END-EXEC.

           IF W-判定月数 < 1
             THEN
               MOVE  1            TO W-判定月数
           END-IF

      ** 判定期間は対象年月を含む直近N か月とし、開
      ** 始年月を年×12+月の通算月数で求める。

           MOVE WK対象年月区分(1:4)  TO W-通算年
           MOVE WK対象年月区分(5:2)  TO W-通算月余り
           COMPUTE W-通算月数 = W-通算年 * 12
                              + W-通算月余り - 1
                              - (W-判定月数 - 1)
           DIVIDE W-通算月数 BY 12
               GIVING W-判定開始年 REMAINDER W-通算月余り
           COMPUTE W-判定開始月 = W-通算月余り + 1
           MOVE W-判定開始年        TO W-判定開始年月(1:4)
           MOVE W-判定開始月        TO W-判定開始年月(5:2).

      *-----------------------------------------------------------------
       候補作成処理.
      *-----------------------------------------------------------------

      ** 当月台帳の行を母集団とし、帳票追加処理と同
      ** じ規則(対象年月時点の売上ブランド変換・店
      ** コード付替えの最終付替え先への展開・ブラン
      ** ド90〜92除外)で月別に集計した純売上・出荷
      ** が0でない最後の月を最終実績年月とする。最
      ** 終実績年月が判定開始年月より前(実績なしを
      ** 含む)の行を休眠候補とする。

           EXEC SQL AT :DB-NAME
             DELETE FROM HCT_DORMANT_CAND
           END-EXEC.

           EXEC SQL AT :DB-NAME
             INSERT INTO HCT_DORMANT_CAND
               ( 支店帳票定義キー,
                 得意先コード店マター,
                 ブランドコード, チャネル区分,
                 最終実績年月, 開店年月日, 改装年月日 )
             SELECT NVL(TD.支店帳票定義キー, ' ')
                   ,TD.得意先コード店マター
                   ,TD.ブランドコード
                   ,TD.チャネル区分
                   ,NVL(A.最終実績年月, ' ')
                   ,NVL(TD.開店年月日, ' ')
                   ,NVL(TD.改装年月日, ' ')
               FROM HCT_OUT_MISE_DFILE_NEW TD
                   ,(SELECT M.得意先コード店マター
                           ,M.ブランドコード
                           ,MAX(M.対象年月) AS 最終実績年月
                       FROM
                           (SELECT NVL(K5.新店コード,
                                   S1.得意先コード店マター)
                                     AS 得意先コード店マター
                                  ,NVL(D5.ブランド変換コード,
                                       S1.ブランドコード)
                                     AS ブランドコード
                                  ,S1.対象年月
                              FROM
                                 HCT_SALES_PERFORMANCE  S1
                               ,(SELECT  変換元コード
                                         AS ブランドコード
                                       ,変換先コード
                                         AS ブランド変換コード
                                   FROM XAT_BRAND_MAP M1
                                  WHERE M1.用途区分 = '1'
                                    AND M1.対象年月区分
                                       <= :WK対象年月区分
                                    AND M1.対象年月区分 =
                                    (SELECT MAX(M2.対象年月区分)
                                       FROM XAT_BRAND_MAP M2
                                      WHERE M2.用途区分
                                            = M1.用途区分
                                        AND M2.変換元コード
                                            = M1.変換元コード
                                        AND M2.対象年月区分
                                           <= :WK対象年月区分)
                                ) D5
                               ,(SELECT CONNECT_BY_ROOT
                                          E.旧店コード
                                         AS 旧店コード
                                       ,E.新店コード
                                   FROM
                                   (SELECT M3.旧店コード
                                          ,M3.新店コード
                                      FROM XAT_MISE_TSUKEKAE M3
                                     WHERE M3.対象年月区分
                                        <= :WK対象年月区分
                                       AND M3.対象年月区分 =
                                   (SELECT MAX(M4.対象年月区分)
                                      FROM XAT_MISE_TSUKEKAE M4
                                     WHERE M4.旧店コード
                                           = M3.旧店コード
                                       AND M4.対象年月区分
                                          <= :WK対象年月区分)
                                       AND M3.旧店コード
                                           <> M3.新店コード
                                   ) E
                                  WHERE CONNECT_BY_ISLEAF = 1
                                CONNECT BY NOCYCLE
                                        PRIOR E.新店コード
                                          = E.旧店コード
                                ) K5
                             WHERE
                                   S1.ブランドコード
                                   = D5.ブランドコード (+)
                               AND S1.得意先コード店マター
                                   = K5.旧店コード (+)
                               AND S1.ブランドコード
                                   NOT IN ('90', '91', '92')
                               AND S1.対象年月
                                   <= :WK対象年月区分
                             GROUP BY
                                  NVL(K5.新店コード,
                                   S1.得意先コード店マター)
                                 ,NVL(D5.ブランド変換コード,
                                      S1.ブランドコード)
                                     ,S1.対象年月
                            HAVING SUM(S1.純売上額) <> 0
                                OR SUM(S1.出荷品額) <> 0
                           ) M
                      GROUP BY M.得意先コード店マター
                              ,M.ブランドコード
                    ) A
              WHERE TD.対象年月 = :WK対象年月区分
                AND TD.得意先コード店マター
                    = A.得意先コード店マター (+)
                AND TD.ブランドコード
                    = A.ブランドコード (+)
                AND (A.最終実績年月 IS NULL
                  OR A.最終実績年月 < :W-判定開始年月)
           END-EXEC.
           MOVE  SQLERRD(3)   TO W-候補件数

      ** 除外申請の検査に使うため、申請の反映前に確
      ** 定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

      *-----------------------------------------------------------------
       除外申請取込処理.
      *-----------------------------------------------------------------

      ** 除外申請ファイルを全件、未コミットのまま除
      ** 外登録表へ反映する。違反が1件でもあれば全
      ** 件ロールバックし、違反一覧のみ返す(KHC039BP
      ** と同じ)。申請ファイルが無い場合は候補リス
      ** トの作成のみ行う。

           MOVE  '0'          TO W-申請終了区分
           MOVE  0            TO W-申請読込件数
           MOVE  0            TO W-登録適用件数
           MOVE  0            TO W-解除適用件数
           MOVE  0            TO W-適用違反件数

           OPEN INPUT 除外申請ファイル
           IF W-申請状態 NOT = '00'
             AND W-申請状態 NOT = '05'
             THEN
               PERFORM 申請ファイルエラー処理
           END-IF

           MOVE '【除外登録申請】'  TO W-区切-文言
           WRITE 候補リストレコード FROM W-区切行
               AFTER ADVANCING 2 LINES
           PERFORM 候補リスト状態確認処理

           ACCEPT  W-登録時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-登録時刻(9:6)  FROM TIME

           PERFORM 申請読込処理
               UNTIL 申請ファイル終了である

           CLOSE 除外申請ファイル
           IF W-申請状態 NOT = '00'
             THEN
               PERFORM 申請ファイルエラー処理
           END-IF

           IF W-適用違反件数 > 0
             THEN
               MOVE '申請違反あり 全件反映せず' TO
                   D-メッセージ域
               CALL KXU002SC  USING  D-ログ域
               MOVE '申請違反あり 全件反映せず' TO
                   W-区切-文言
               WRITE 候補リストレコード FROM W-区切行
                   AFTER ADVANCING 1 LINE
               PERFORM 候補リスト状態確認処理
               EXEC SQL AT :DB-NAME
                 ROLLBACK WORK
               END-EXEC
               MOVE  0            TO W-登録適用件数
               MOVE  0            TO W-解除適用件数
               IF W-最終リターンコード < ERR-CODE
                 THEN
                   MOVE ERR-CODE TO W-最終リターンコード
               END-IF
             ELSE
               EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC
           END-IF.

      *-----------------------------------------------------------------
       申請読込処理.
      *-----------------------------------------------------------------
           READ 除外申請ファイル
             INTO W-除外申請行
             AT END
               SET 申請ファイル終了である  TO TRUE
           END-READ
           IF 申請ファイル終了である
             THEN
               CONTINUE
             ELSE
               IF W-申請状態 NOT = '00'
                 THEN
                   PERFORM 申請ファイルエラー処理
               END-IF
               ADD  1  TO W-申請読込件数
               MOVE  SPACE                TO W-申請キー
               MOVE  W-除申-申請区分      TO W-申請キー(1:1)
               MOVE  W-除申-店コード      TO W-申請キー(3:10)
               MOVE  W-除申-ブランドコード
                   TO W-申請キー(14:2)
               PERFORM 申請適用処理
           END-IF.

      *-----------------------------------------------------------------
       申請適用処理.
      *-----------------------------------------------------------------
           MOVE  W-除申-店コード        TO W-申請店コード
           MOVE  W-除申-ブランドコード  TO W-申請ブランド
           MOVE  W-除申-申請者          TO W-申請者
           IF W-除申-適用年月区分 = SPACE
             THEN
               MOVE  WK対象年月区分     TO W-申請年月区分
             ELSE
               MOVE  W-除申-適用年月区分
                   TO W-申請年月区分
           END-IF

           EVALUATE W-除申-申請区分
             WHEN 'A'
               PERFORM 除外登録適用処理
             WHEN 'D'
               PERFORM 除外解除適用処理
             WHEN OTHER
               PERFORM 申請区分違反処理
           END-EVALUATE.

      *-----------------------------------------------------------------
       除外登録適用処理.
      *-----------------------------------------------------------------

      ** 登録できるのは今回の休眠候補に挙がった店×
      ** ブランドに限る。同じ店×ブランドの二重登録
      ** は受け付けない。

           MOVE  0            TO W-既存件数
           MOVE  0            TO W-候補該当件数
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-既存件数
               FROM XAT_DORMANT_EXCL
              WHERE 得意先コード店マター
                    = :W-申請店コード
                AND ブランドコード       = :W-申請ブランド
           END-EXEC
           EXEC SQL AT :DB-NAME
             SELECT COUNT(*) INTO :W-候補該当件数
               FROM HCT_DORMANT_CAND
              WHERE 得意先コード店マター
                    = :W-申請店コード
                AND ブランドコード       = :W-申請ブランド
           END-EXEC

           EVALUATE TRUE
             WHEN W-既存件数 > 0
               PERFORM 申請重複違反処理
             WHEN W-候補該当件数 = 0
               PERFORM 申請候補外違反処理
             WHEN OTHER
               EXEC SQL AT :DB-NAME
                 INSERT INTO XAT_DORMANT_EXCL
                   ( 得意先コード店マター,
                     ブランドコード,
                     対象年月区分, 登録者, 登録時刻 )
                   VALUES
                   ( :W-申請店コード, :W-申請ブランド,
                     :W-申請年月区分, :W-申請者,
                     :W-登録時刻 )
               END-EXEC
               ADD  1  TO W-登録適用件数
           END-EVALUATE.

      *-----------------------------------------------------------------
       除外解除適用処理.
      *-----------------------------------------------------------------

      ** 解除は次回の再構築から台帳に戻す。

           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_DORMANT_EXCL
              WHERE 得意先コード店マター
                    = :W-申請店コード
                AND ブランドコード       = :W-申請ブランド
           END-EXEC
           IF SQLERRD(3) = 0
             THEN
               PERFORM 申請対象なし違反処理
             ELSE
               ADD  1  TO W-解除適用件数
           END-IF.

      *-----------------------------------------------------------------
       申請区分違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-KBN '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請重複違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-DUP '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請対象なし違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-NF  '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請候補外違反処理.
      *-----------------------------------------------------------------
           MOVE 'APL-ACT '      TO W-違反-検査区分
           PERFORM 申請違反共通処理.

      *-----------------------------------------------------------------
       申請違反共通処理.
      *-----------------------------------------------------------------
           MOVE 'E'             TO W-違反-重度区分
           MOVE SPACE           TO W-違反-用途区分
           MOVE W-申請キー      TO W-違反-キー
           MOVE DB-NAME         TO W-違反-ＤＢ接続先
           MOVE W-申請年月区分  TO W-違反-対象年月区分
           WRITE 候補リストレコード FROM W-違反行
               AFTER ADVANCING 1 LINE
           PERFORM 候補リスト状態確認処理
           ADD  1  TO W-適用違反件数.

      *-----------------------------------------------------------------
       候補リスト出力処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-現定義キー
           MOVE  '1'          TO W-キー初回区分
           MOVE  0            TO W-キー候補件数
           MOVE  '0'          TO W-候補終了区分

           EXEC SQL AT :DB-NAME OPEN 候補CUR END-EXEC.
           PERFORM 候補取出処理
               UNTIL 候補カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 候補CUR END-EXEC.

           IF キー初回である
             THEN
               MOVE '休眠候補なし'  TO W-区切-文言
               WRITE 候補リストレコード FROM W-区切行
                   AFTER ADVANCING 2 LINES
               PERFORM 候補リスト状態確認処理
             ELSE
               PERFORM キー締め処理
           END-IF.

      *-----------------------------------------------------------------
       候補取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 候補CUR
              INTO :W-候補定義キー, :W-候補店コード,
                   :W-候補ブランド, :W-候補チャネル,
                   :W-最終実績年月, :W-開店年月日,
                   :W-改装年月日, :W-登録有無区分
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 候補カーソル終了である  TO TRUE
             ELSE
               PERFORM 候補行出力処理
           END-IF.

      *-----------------------------------------------------------------
       候補行出力処理.
      *-----------------------------------------------------------------

      ** 支店帳票定義キーが変わるごとに改ページし、
      ** キー単位の候補件数を出す。

           IF キー初回である
             OR W-候補定義キー NOT = W-現定義キー
             THEN
               IF キー初回である
                 THEN
                   MOVE  '0'      TO W-キー初回区分
                 ELSE
                   PERFORM キー締め処理
               END-IF
               MOVE  W-候補定義キー  TO W-現定義キー
               PERFORM キー見出し処理
           END-IF

           ADD  1  TO W-キー候補件数
           MOVE  SPACE              TO W-候補行
           MOVE  W-候補店コード     TO W-候-店
           MOVE  W-候補ブランド     TO W-候-ブランド
           MOVE  W-候補チャネル     TO W-候-チャネル
           IF W-最終実績年月 = SPACE
             THEN
               MOVE 'なし'          TO W-候-最終実績
             ELSE
               MOVE  W-最終実績年月 TO W-候-最終実績
           END-IF
           MOVE  W-開店年月日       TO W-候-開店年月日
           MOVE  W-改装年月日       TO W-候-改装年月日
           IF W-登録有無区分 = '1'
             THEN
               MOVE '登録済'        TO W-候-登録
           END-IF
           WRITE 候補リストレコード FROM W-候補行
               AFTER ADVANCING 1 LINE
           PERFORM 候補リスト状態確認処理.

      *-----------------------------------------------------------------
       キー見出し処理.
      *-----------------------------------------------------------------
           IF W-現定義キー = SPACE
             THEN
               MOVE '未設定'        TO W-キ見-キー
             ELSE
               MOVE  W-現定義キー   TO W-キ見-キー
           END-IF
           WRITE 候補リストレコード FROM W-キー見出し行
               AFTER ADVANCING PAGE
           PERFORM 候補リスト状態確認処理
           WRITE 候補リストレコード FROM W-候補見出し行
               AFTER ADVANCING 2 LINES
           PERFORM 候補リスト状態確認処理.

      *-----------------------------------------------------------------
       キー締め処理.
      *-----------------------------------------------------------------
           MOVE  W-キー候補件数     TO W-キ計-件数
           WRITE 候補リストレコード FROM W-キー計行
               AFTER ADVANCING 2 LINES
           PERFORM 候補リスト状態確認処理
           MOVE  0                  TO W-キー候補件数.

      *-----------------------------------------------------------------
       実績再開検出処理.
      *-----------------------------------------------------------------
           MOVE '【除外登録済 実績再開】'  TO W-区切-文言
           WRITE 候補リストレコード FROM W-区切行
               AFTER ADVANCING PAGE
           PERFORM 候補リスト状態確認処理

           MOVE  0            TO W-再開件数
           MOVE  '0'          TO W-再開終了区分
           EXEC SQL AT :DB-NAME OPEN 再開CUR END-EXEC.
           PERFORM 再開取出処理
               UNTIL 再開カーソル終了である
           EXEC SQL AT :DB-NAME CLOSE 再開CUR END-EXEC.

           IF W-再開件数 > 0
             THEN
               MOVE '除外登録済の実績再開あり 件数=' TO
                   D-メッセージ域
               MOVE  W-再開件数     TO D-メッセージ域(45:7)
               CALL KXU002SC  USING  D-ログ域
           END-IF.

      *-----------------------------------------------------------------
       再開取出処理.
      *-----------------------------------------------------------------
           EXEC SQL AT :DB-NAME
             FETCH 再開CUR
              INTO :W-再開店コード, :W-再開ブランド,
                   :W-再開登録年月, :W-再開実績年月
           END-EXEC.
           IF SQLCODE NOT = 0
             THEN
               SET 再開カーソル終了である  TO TRUE
             ELSE
               ADD  1  TO W-再開件数
               MOVE  SPACE              TO W-再開行
               MOVE  W-再開店コード     TO W-再-店
               MOVE  W-再開ブランド     TO W-再-ブランド
               MOVE  '登録年月='        TO W-再-見出し１
               MOVE  W-再開登録年月     TO W-再-登録年月
               MOVE  ' 最終実績='       TO W-再-見出し２
               MOVE  W-再開実績年月     TO W-再-実績年月
               WRITE 候補リストレコード FROM W-再開行
                   AFTER ADVANCING 1 LINE
               PERFORM 候補リスト状態確認処理
           END-IF.

      *-----------------------------------------------------------------
       候補リスト状態確認処理.
      *-----------------------------------------------------------------
           IF W-候補状態 NOT = '00'
             THEN
               PERFORM 候補リストエラー処理
           END-IF.

      *-----------------------------------------------------------------
       排他ロック取得処理.
      *-----------------------------------------------------------------

      ** 台帳系の更新ジョブはDB接続先×対象年月区分
      ** 単位にXAT_JOB_LOCKへ1行登録してから処理に入
      ** る。一意キー違反は他ジョブ実行中として即時
      ** 終了する。異常終了で残ったロックはジョブを
      ** 確認のうえKHC046BPで解除する。

           ACCEPT  W-ロック取得時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-ロック取得時刻(9:6)  FROM TIME

           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_LOCK
               ( DB接続先, 対象年月区分, WKPGMID,
                 取得時刻 )
               VALUES
               ( :DB-NAME, :WK対象年月区分, :WKPGMID,
                 :W-ロック取得時刻 )
           END-EXEC.
           IF SQLCODE = -1
             THEN
               PERFORM 排他ロック競合処理
           END-IF
           IF SQLCODE NOT = 0
             THEN
               PERFORM SQL-ERROR
           END-IF
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

      ** 他ジョブから見えるよう取得時点で確定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

      *-----------------------------------------------------------------
       排他ロック競合処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-ロック保持ＰＧＭＩＤ
           MOVE  SPACE        TO W-ロック保持時刻
           EXEC SQL AT :DB-NAME
             SELECT L.WKPGMID, L.取得時刻
               INTO :W-ロック保持ＰＧＭＩＤ,
                    :W-ロック保持時刻
               FROM XAT_JOB_LOCK L
              WHERE L.DB接続先     = :DB-NAME
                AND L.対象年月区分 = :WK対象年月区分
           END-EXEC.

           MOVE '排他ロック競合 中止 保持=' TO
               D-メッセージ域
           MOVE  W-ロック保持ＰＧＭＩＤ  TO
               D-メッセージ域(37:10)
           MOVE  W-ロック保持時刻        TO
               D-メッセージ域(48:14)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE LOCK-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック解除処理.
      *-----------------------------------------------------------------

      ** 自ジョブのロックのみ削除する。確定は呼出し
      ** 側の COMMIT WORK で行う。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_JOB_LOCK
              WHERE DB接続先     = :DB-NAME
                AND 対象年月区分 = :WK対象年月区分
                AND WKPGMID      = :WKPGMID
           END-EXEC.

      *-----------------------------------------------------------------
       申請ファイルエラー処理.
      *-----------------------------------------------------------------
           MOVE '申請ファイル入力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-申請状態     TO D-メッセージ域(38:2)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       候補リストエラー処理.
      *-----------------------------------------------------------------
           MOVE '候補リスト出力エラー ST=@@' TO
               D-メッセージ域
           MOVE  W-候補状態     TO D-メッセージ域(35:2)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.
